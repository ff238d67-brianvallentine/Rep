       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PCG.
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
      *- COMPARACAO DE ARVORES ENTRE AMBIENTES - LIMPA O ESPELHO DO
      *- AMBIENTE ANTES DE NOVA CARGA POR AS01PCF
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  AMBIENTE                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           AMBIENTE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR DELETE FROM seguros.v0estr_espelho WHERE ambiente = :AMBIENTE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
