       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPSK.
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
      *- SALVADOS E RESSARCIMENTOS - CONSULTA DAS RECUPERACOES DO
      *- SINISTRO COM PREVISTO, RECEBIDO E SALDO A RECUPERAR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SINISTRO                       PIC X(254).
           77  OCORR-RECUP                        PIC X(254).
           77  TIPO-RECUP                         PIC X(254).
           77  NOME-CONTRAPARTE                   PIC X(254).
           77  CGCCPF-CONTRAPARTE                 PIC X(254).
           77  VLR-PREVISTO                       PIC X(254).
           77  VLR-RECEBIDO                       PIC X(254).
           77  VLR-SALDO                          PIC X(254).
           77  DT-PREVISTA                        PIC X(254).
           77  DT-RECEBIMENTO                     PIC X(254).
           77  SITUACAO                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SINISTRO
           OCORR-RECUP
           TIPO-RECUP
           NOME-CONTRAPARTE
           CGCCPF-CONTRAPARTE
           VLR-PREVISTO
           VLR-RECEBIDO
           VLR-SALDO
           DT-PREVISTA
           DT-RECEBIMENTO
           SITUACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT OCORR_RECUP, TIPO_RECUP, NOME_CONTRAPARTE, CGCCPF_CONTRAPARTE, VLR_PREVISTO, VLR_RECEBIDO, (VLR_PREVISTO - VLR_RECEBIDO) AS VLR_SALDO, DT_PREVISTA, DT_RECEBIMENTO, SITUACAO FROM seguros.v0sinistro_recup WHERE num_sinistro = :NUM-SINISTRO ORDER BY OCORR_RECUP END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
