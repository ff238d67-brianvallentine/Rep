       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFH.
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
      *- QUITACAO ANTECIPADA - MARCA COMO PAGAS EM V1PARCELA AS
      *- PARCELAS COBERTAS PELA COTACAO - EXECUTAR DEPOIS DE CB2UPFG
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v1parcela P SET SITUACAO = '1' WHERE P.situacao = '0' AND EXISTS (SELECT 1 FROM seguros.v0quitacao_antec_item I WHERE I.num_quitacao = :NUM-QUITACAO AND I.num_apolice = P.num_apolice AND I.nrendos = P.nrendos AND I.nrparcel = P.nrparcel) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
