       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P44.
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
      *- COSSEGURO CEDIDO - EXCLUI A PARTICIPACAO DA CONGENERE NA
      *- APOLICE - SITUACAO 2 - AS COTAS JA DISTRIBUIDAS PERMANECEM
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  CONGENER                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           CONGENER
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0apolcosced SET SITUACAO = '2', CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND congener = :CONGENER AND situacao = '1' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
