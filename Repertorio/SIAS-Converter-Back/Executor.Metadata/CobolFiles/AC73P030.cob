       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P030.
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
      *- CUMULO DE CAPITAL POR VIDA - BAIXA O CAPITAL DA APOLICE
      *- INDIVIDUAL NO CANCELAMENTO - DEIXA DE SOMAR NO CUMULO DO CPF
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cumulo_capital SET SITUACAO = '2', CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND situacao = '1' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
