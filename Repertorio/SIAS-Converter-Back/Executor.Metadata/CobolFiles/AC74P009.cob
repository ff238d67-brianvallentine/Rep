       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC74P009.
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
      *- TABELA DE TAXAS DA TARIFA - ENCERRA A TAXA VIGENTE NO DIA
      *- ANTERIOR AO INICIO DA NOVA - EXECUTAR ANTES DE AC74P008
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  RAMO                               PIC X(254).
           77  MODALIDA                           PIC X(254).
           77  CODPRODU                           PIC X(254).
           77  COD-FATOR                          PIC X(254).
           77  DTINIVIG                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           RAMO
           MODALIDA
           CODPRODU
           COD-FATOR
           DTINIVIG
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0tarifa_taxa SET DTTERVIG = (DATE(:DTINIVIG) - 1 DAY), CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE ramo = :RAMO AND modalida = :MODALIDA AND codprodu = :CODPRODU AND cod_fator = :COD-FATOR AND dtinivig < :DTINIVIG AND dttervig >= :DTINIVIG END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
