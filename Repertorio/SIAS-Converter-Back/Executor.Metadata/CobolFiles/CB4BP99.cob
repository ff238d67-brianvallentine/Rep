       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP99.
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
      *- SUBSCRICAO DA PROPOSTA - ENCERRA A COBERTURA PROVISORIA DA
      *- PROPOSTA RECUSADA NA DATA DO PROCESSAMENTO DA RECUSA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  DT-CANCELAMENTO                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           DT-CANCELAMENTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.cb_apolice_vigprop SET DATA_CANCELAMENTO = :DT-CANCELAMENTO, DATA_FIM_VIG_PROP = :DT-CANCELAMENTO, TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND data_cancelamento IS NULL AND EXISTS (SELECT 1 FROM seguros.v0subscricao_prop S WHERE S.num_apolice = :NUM-APOLICE AND S.situacao = '3') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
