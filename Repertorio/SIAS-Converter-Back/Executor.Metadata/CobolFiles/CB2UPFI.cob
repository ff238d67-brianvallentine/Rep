       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFI.
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
      *- QUITACAO ANTECIPADA - CANCELA (SIT_COBRANCA 9) OS DEBITOS CEF
      *- AINDA AGENDADOS PARA AS PARCELAS COBERTAS PELA COTACAO
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0movdebcc_cef M SET SIT_COBRANCA = '9', TIMESTAMP = current timestamp WHERE M.sit_cobranca = '0' AND EXISTS (SELECT 1 FROM seguros.v0quitacao_antec_item I WHERE I.num_quitacao = :NUM-QUITACAO AND I.num_apolice = M.num_apolice AND I.nrendos = M.nrendos AND I.nrparcel = M.nrparcel) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
