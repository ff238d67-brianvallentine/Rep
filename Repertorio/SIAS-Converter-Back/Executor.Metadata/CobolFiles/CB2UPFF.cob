       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFF.
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
      *- QUITACAO ANTECIPADA - COTACOES COM COBRANCA PAGA (TITULO
      *- LIQUIDADO OU PIX CONFIRMADO) A BAIXAR NO DIA - PARA CADA LINHA
      *- EXECUTAR CB2UPFG, CB2UPFH, CB2UPFI, CB2UPFJ E POR ULTIMO
      *- CB2UPFK
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  NUM-QUITACAO                       PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  VLR-TOTAL                          PIC X(254).
           77  TIPO-COBRANCA                      PIC X(254).
           77  NRTIT                              PIC X(254).
           77  TXID                               PIC X(254).
           77  VLR-PAGO                           PIC X(254).
           77  QTDE-PARCELAS                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           NUM-QUITACAO
           NUM-APOLICE
           VLR-TOTAL
           TIPO-COBRANCA
           NRTIT
           TXID
           VLR-PAGO
           QTDE-PARCELAS.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT Q.NUM_QUITACAO, Q.NUM_APOLICE, Q.VLR_TOTAL, Q.TIPO_COBRANCA, Q.NRTIT, Q.TXID, COALESCE(T.VLR_PAGO, X.VLR_PAGO) AS VLR_PAGO, (SELECT COUNT(*) FROM seguros.v0quitacao_antec_item I WHERE I.num_quitacao = Q.num_quitacao) AS QTDE_PARCELAS FROM seguros.v0quitacao_antec Q LEFT JOIN seguros.v0titulo_reg T ON T.nrtit = Q.nrtit LEFT JOIN seguros.v0pix_cobranca X ON X.txid = Q.txid WHERE Q.situacao = '1' AND (T.situacao = '2' OR X.situacao = '1') ORDER BY Q.NUM_QUITACAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
