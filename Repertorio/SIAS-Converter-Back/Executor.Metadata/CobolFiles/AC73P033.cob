       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P033.
      *---------------------*
       ENVIRONMENT DIVISION.
      *---------------------*
      *---------------------*
       CONFIGURATION SECTION.
      *---------------------*
      *-------------*
       SPECIAL-NAMES.
      *-------------*
           DECIMAL-POINT IS COMMA.
      *--------------------*
       INPUT-OUTPUT SECTION.
      *--------------------*
      *-------------*
       DATA DIVISION.
      *-------------*
      *-----------------------*
       WORKING-STORAGE SECTION.
      *-----------------------*
      *----------------------------------------------------------------*
      *- PRO-LABORE DO ESTIPULANTE - ENCERRA A VIGENCIA DO PERCENTUAL
      *- DA APOLICE OU SUBESTIPULANTE NA DATA - EXECUTAR ANTES DE
      *- AC73P032 NA TROCA DE PERCENTUAL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  DTTERVIG                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           CODSUBES
           DTTERVIG
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0prolabore_param SET DTTERVIG = :DTTERVIG, CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND codsubes = :CODSUBES AND dtinivig <= :DTTERVIG AND dttervig > :DTTERVIG END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
