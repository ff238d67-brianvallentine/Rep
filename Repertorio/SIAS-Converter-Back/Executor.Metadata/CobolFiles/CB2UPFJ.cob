       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFJ.
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
      *- QUITACAO ANTECIPADA - CANCELA (SITUACAO 9) A REAPRESENTACAO DE
      *- DEBITO CEF AGENDADA PARA O VENCIMENTO DAS PARCELAS COBERTAS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-QUITACAO                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-QUITACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0redebito_agenda R SET SITUACAO = '9' WHERE R.situacao = '0' AND EXISTS (SELECT 1 FROM seguros.v0quitacao_antec_item I WHERE I.num_quitacao = :NUM-QUITACAO AND I.num_apolice = R.num_apolice AND I.nrendos = R.nrendos AND I.dtvencto = R.dtvencto) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
