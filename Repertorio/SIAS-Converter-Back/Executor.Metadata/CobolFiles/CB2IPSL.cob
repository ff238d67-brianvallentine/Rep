       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPSL.
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
      *- SALVADOS E RESSARCIMENTOS - RECUPERACOES EM ABERTO POR
      *- ENVELHECIMENTO DA DATA PREVISTA - ACOMPANHAMENTO DA AREA DE
      *- SINISTROS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  NUM-SINISTRO                       PIC X(254).
           77  OCORR-RECUP                        PIC X(254).
           77  TIPO-RECUP                         PIC X(254).
           77  NOME-CONTRAPARTE                   PIC X(254).
           77  VLR-SALDO                          PIC X(254).
           77  DT-PREVISTA                        PIC X(254).
           77  QTDIAS-ATRASO                      PIC X(254).
           77  SITUACAO                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           NUM-SINISTRO
           OCORR-RECUP
           TIPO-RECUP
           NOME-CONTRAPARTE
           VLR-SALDO
           DT-PREVISTA
           QTDIAS-ATRASO
           SITUACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT NUM_SINISTRO, OCORR_RECUP, TIPO_RECUP, NOME_CONTRAPARTE, (VLR_PREVISTO - VLR_RECEBIDO) AS VLR_SALDO, DT_PREVISTA, (DAYS(:DTMOVABE) - DAYS(DT_PREVISTA)) AS QTDIAS_ATRASO, SITUACAO FROM seguros.v0sinistro_recup WHERE situacao IN ('0','1','3') ORDER BY DT_PREVISTA, NUM_SINISTRO, OCORR_RECUP END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
