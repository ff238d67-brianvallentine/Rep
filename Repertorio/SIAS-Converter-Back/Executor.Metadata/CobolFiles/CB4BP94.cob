       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP94.
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
      *- SUBSCRICAO DA PROPOSTA - FILA DO SUBSCRITOR - PROPOSTAS
      *- PENDENTES E SUSPENSAS COM OS DIAS RESTANTES ATE A ACEITACAO
      *- TACITA (NA SUSPENSA O PRAZO ESTA PARADO) E O FIM DA COBERTURA
      *- PROVISORIA - MENOR PRAZO PRIMEIRO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  FONTE                              PIC X(254).
           77  NRPROPOS                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  DT-RECEPCAO                        PIC X(254).
           77  DT-LIMITE-TACITO                   PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  DT-SUSPENSAO                       PIC X(254).
           77  QTDIAS-RESTANTES                   PIC X(254).
           77  DATA-FIM-VIG-PROP                  PIC X(254).
           77  PREMIO-TOTAL-PAGO                  PIC X(254).
           77  VLR-RCAP                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           FONTE
           NRPROPOS
           NUM-APOLICE
           DT-RECEPCAO
           DT-LIMITE-TACITO
           SITUACAO
           DT-SUSPENSAO
           QTDIAS-RESTANTES
           DATA-FIM-VIG-PROP
           PREMIO-TOTAL-PAGO
           VLR-RCAP.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT S.FONTE, S.NRPROPOS, S.NUM_APOLICE, S.DT_RECEPCAO, S.DT_LIMITE_TACITO, S.SITUACAO, S.DT_SUSPENSAO, CASE WHEN S.SITUACAO = '1' THEN DAYS(S.DT_LIMITE_TACITO) - DAYS(S.DT_SUSPENSAO) ELSE DAYS(S.DT_LIMITE_TACITO) - DAYS(:DTMOVABE) END AS QTDIAS_RESTANTES, V.DATA_FIM_VIG_PROP, V.PREMIO_TOTAL_PAGO, S.VLR_RCAP FROM seguros.v0subscricao_prop S, seguros.cb_apolice_vigprop V WHERE S.situacao IN ('0', '1') AND V.num_apolice = S.num_apolice ORDER BY S.SITUACAO, QTDIAS_RESTANTES, S.NRPROPOS END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
