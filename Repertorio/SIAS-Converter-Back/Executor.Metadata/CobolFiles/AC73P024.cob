       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P024.
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
      *- CUMULO DE CAPITAL POR VIDA - ENCERRA O PARAMETRO VIGENTE NO
      *- DIA ANTERIOR AO INICIO DO NOVO - EXECUTAR ANTES DE AC73P023
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTINIVIG                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTINIVIG
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cumulo_param SET DTTERVIG = (DATE(:DTINIVIG) - 1 DAY), CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE dtinivig < :DTINIVIG AND dttervig >= :DTINIVIG END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
