       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP91.
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
      *- CANCELAMENTO A PEDIDO DO CLIENTE - FILA DA MESA DE RETENCAO -
      *- SOLICITACOES EM ABERTO OU EM RETENCAO COM DIAS DESDE O PEDIDO,
      *- RAMO, PRODUTO E PREMIO EM ABERTO DA APOLICE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  NUM-SOLICITACAO                    PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  COD-MOTIVO                         PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  CANAL                              PIC X(254).
           77  DT-SOLICITACAO                     PIC X(254).
           77  DT-CANCELAMENTO                    PIC X(254).
           77  QTDIAS-PEDIDO                      PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  TIPO-OFERTA                        PIC X(254).
           77  PCT-DESCONTO                       PIC X(254).
           77  RAMO                               PIC X(254).
           77  CODPRODU                           PIC X(254).
           77  VLR-ABERTO                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           NUM-SOLICITACAO
           NUM-APOLICE
           COD-MOTIVO
           DESCRICAO
           CANAL
           DT-SOLICITACAO
           DT-CANCELAMENTO
           QTDIAS-PEDIDO
           SITUACAO
           TIPO-OFERTA
           PCT-DESCONTO
           RAMO
           CODPRODU
           VLR-ABERTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT S.NUM_SOLICITACAO, S.NUM_APOLICE, S.COD_MOTIVO, M.DESCRICAO, S.CANAL, S.DT_SOLICITACAO, S.DT_CANCELAMENTO, (DAYS(:DTMOVABE) - DAYS(S.DT_SOLICITACAO)) AS QTDIAS_PEDIDO, S.SITUACAO, S.TIPO_OFERTA, S.PCT_DESCONTO, E.RAMO, E.CODPRODU, (SELECT COALESCE(SUM(P.VLPRMTOT), 0) FROM seguros.v1parcela P WHERE P.num_apolice = S.num_apolice AND P.situacao = '0') AS VLR_ABERTO FROM seguros.v0cancel_solic S, seguros.v0cancel_motivo M, seguros.v1endosso E WHERE S.situacao IN ('0', '1') AND M.cod_motivo = S.cod_motivo AND E.num_apolice = S.num_apolice AND E.nrendos = 0 ORDER BY S.DT_SOLICITACAO, S.NUM_SOLICITACAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
