       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P076.
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
      *- TROCA DE TITULARIDADE - CANCELA (SIT_COBRANCA 9) OS DEBITOS
      *- CEF AINDA AGENDADOS NA CONTA DO TITULAR ANTERIOR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0movdebcc_cef M SET SIT_COBRANCA = '9', TIMESTAMP = current timestamp WHERE M.num_apolice = :NUM-APOLICE AND M.sit_cobranca = '0' AND EXISTS (SELECT 1 FROM seguros.v0troca_titular T WHERE T.num_apolice = :NUM-APOLICE AND T.situacao = '1' AND T.sit_triagem = '1') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
