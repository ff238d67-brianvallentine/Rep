       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PCD.
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
      *- PACOTE DE ALTERACAO DA ESTRUTURA DE MENU - MARCA O PACOTE COMO
      *- APLICADO NO AMBIENTE (SITUACAO 3) - ULTIMO PASSO DA APLICACAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-PACOTE                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-PACOTE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0estr_pacote P SET SITUACAO = '3', DTHR_APLICACAO = current timestamp WHERE P.num_pacote = :NUM-PACOTE AND P.situacao = '2' AND NOT EXISTS (SELECT 1 FROM seguros.v0estr_pacote_item I WHERE I.num_pacote = P.num_pacote AND I.cod_critica <> ' ') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
