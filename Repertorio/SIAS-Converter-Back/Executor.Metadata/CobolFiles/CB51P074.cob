       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P074.
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
      *- TROCA DE TITULARIDADE - TROCAS COM ENDOSSO LIBERADO AINDA NAO
      *- EFETIVADAS - PARA CADA LINHA GUARDAR A CONFIGURACAO DE
      *- COBRANCA POR CB2JP215A, ZERAR A COBRANCA POR CB51P075,
      *- CANCELAR OS DEBITOS AGENDADOS POR CB51P076, ENVIAR A CARTA DE
      *- CONFIRMACAO AO NOVO TITULAR (CB51P051 COM TIPO_DOCUMENTO TROCA
      *- TITULAR) E EFETIVAR POR CB51P077
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  NUM-SOLICITACAO                    PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS-TROCA                      PIC X(254).
           77  CODCLIEN-ANT                       PIC X(254).
           77  CODCLIEN-NOVO                      PIC X(254).
           77  TIPO-PESSOA                        PIC X(254).
           77  CGCCPF-NOVO                        PIC X(254).
           77  DT-EFETIVACAO                      PIC X(254).
           77  DATA-LIBERACAO                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           NUM-SOLICITACAO
           NUM-APOLICE
           NRENDOS-TROCA
           CODCLIEN-ANT
           CODCLIEN-NOVO
           TIPO-PESSOA
           CGCCPF-NOVO
           DT-EFETIVACAO
           DATA-LIBERACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT T.NUM_SOLICITACAO, T.NUM_APOLICE, T.NRENDOS_TROCA, T.CODCLIEN_ANT, T.CODCLIEN_NOVO, T.TIPO_PESSOA, T.CGCCPF_NOVO, T.DT_EFETIVACAO, E.DATA_LIBERACAO FROM seguros.v0troca_titular T, seguros.v1endosso E WHERE T.situacao = '1' AND T.sit_triagem = '1' AND E.num_apolice = T.num_apolice AND E.nrendos = T.nrendos_troca AND E.data_liberacao IS NOT NULL AND E.data_liberacao <= :DTMOVABE ORDER BY T.NUM_SOLICITACAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
