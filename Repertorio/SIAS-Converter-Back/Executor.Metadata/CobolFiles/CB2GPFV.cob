       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFV.
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
      *- REGISTRO DE ARQUIVOS RECEBIDOS - PAINEL DOS ARQUIVOS RECEBIDOS
      *- NA DATA COM SITUACAO, REJEITADOS E DIFERENCA ENTRE O CONTROLE
      *- DO ARQUIVO E O CARREGADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
           77  NUM-ARQUIVO                        PIC X(254).
           77  COD-INTERFACE                      PIC X(254).
           77  REMETENTE                          PIC X(254).
           77  DT-ARQUIVO                         PIC X(254).
           77  NUM-SEQUENCIA                      PIC X(254).
           77  QTDE-REGISTROS                     PIC X(254).
           77  QTDE-CARREGADOS                    PIC X(254).
           77  VLR-CONTROLE                       PIC X(254).
           77  VLR-CARREGADO                      PIC X(254).
           77  VLR-DIFERENCA                      PIC X(254).
           77  DTHR-RECEBIMENTO                   PIC X(254).
           77  DTHR-CARGA                         PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  MOTIVO-REJEICAO                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO
           NUM-ARQUIVO
           COD-INTERFACE
           REMETENTE
           DT-ARQUIVO
           NUM-SEQUENCIA
           QTDE-REGISTROS
           QTDE-CARREGADOS
           VLR-CONTROLE
           VLR-CARREGADO
           VLR-DIFERENCA
           DTHR-RECEBIMENTO
           DTHR-CARGA
           SITUACAO
           MOTIVO-REJEICAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT A.NUM_ARQUIVO, A.COD_INTERFACE, A.REMETENTE, A.DT_ARQUIVO, A.NUM_SEQUENCIA, A.QTDE_REGISTROS, A.QTDE_CARREGADOS, A.VLR_CONTROLE, A.VLR_CARREGADO, A.VLR_CONTROLE - A.VLR_CARREGADO AS VLR_DIFERENCA, A.DTHR_RECEBIMENTO, A.DTHR_CARGA, A.SITUACAO, A.MOTIVO_REJEICAO FROM seguros.v0arq_entrada A WHERE DATE(A.dthr_recebimento) = :DTMOVTO ORDER BY A.SITUACAO DESC, A.COD_INTERFACE, A.NUM_ARQUIVO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
