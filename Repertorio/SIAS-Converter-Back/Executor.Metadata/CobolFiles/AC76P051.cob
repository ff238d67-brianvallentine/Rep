       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P051.
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
      *- EFD-REINF - SELECIONA OS EVENTOS A ENVIAR (SITUACAO 0) NA
      *- ORDEM DE TRANSMISSAO - REABERTURA, EVENTOS DE RETENCAO E POR
      *- ULTIMO O FECHAMENTO - APOS A TRANSMISSAO MARCAR SITUACAO 1 POR
      *- AC76P053
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  TIPO-EVENTO                        PIC X(254).
           77  CGCCPF                             PIC X(254).
           77  NUM-SEQ                            PIC X(254).
           77  IND-RETIFICACAO                    PIC X(254).
           77  IND-FECHAMENTO                     PIC X(254).
           77  VLR-RENDIMENTO                     PIC X(254).
           77  VLR-IRRF                           PIC X(254).
           77  NRRECIBO-ANTERIOR                  PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           TIPO-EVENTO
           CGCCPF
           NUM-SEQ
           IND-RETIFICACAO
           IND-FECHAMENTO
           VLR-RENDIMENTO
           VLR-IRRF
           NRRECIBO-ANTERIOR.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT ANO_MES, TIPO_EVENTO, CGCCPF, NUM_SEQ, IND_RETIFICACAO, IND_FECHAMENTO, VLR_RENDIMENTO, VLR_IRRF, NRRECIBO_ANTERIOR FROM seguros.v0reinf_evento WHERE ano_mes = :ANO-MES AND situacao = '0' ORDER BY CASE WHEN TIPO_EVENTO = 'R-4099' AND IND_FECHAMENTO = 'A' THEN 1 WHEN TIPO_EVENTO = 'R-4099' THEN 3 ELSE 2 END, TIPO_EVENTO, CGCCPF, NUM_SEQ END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
