       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP294.
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
      *- FALLBACK DE COBRANCA - RELATORIO DO PERIODO POR PRODUTO E NOVO
      *- TIPO DE COBRANCA - FALLBACKS GERADOS E QUANTOS FORAM PAGOS
      *- PELO BOLETO (TITULO LIQUIDADO) OU PELO PIX (COBRANCA PAGA) COM
      *- O VALOR RECEBIDO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  CODPRODU                           PIC X(254).
           77  TIPO-COBRANCA-NOVO                 PIC X(254).
           77  QTDE-FALLBACKS                     PIC X(254).
           77  QTDE-PAGOS                         PIC X(254).
           77  VLR-PAGO                           PIC X(254).
           77  PCT-PAGOS                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           CODPRODU
           TIPO-COBRANCA-NOVO
           QTDE-FALLBACKS
           QTDE-PAGOS
           VLR-PAGO
           PCT-PAGOS.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT B.CODPRODU, B.TIPO_COBRANCA_NOVO, COUNT(*) AS QTDE_FALLBACKS, SUM(CASE WHEN T.SITUACAO = '2' OR X.SITUACAO = '1' THEN 1 ELSE 0 END) AS QTDE_PAGOS, SUM(CASE WHEN T.SITUACAO = '2' THEN T.VLR_PAGO WHEN X.SITUACAO = '1' THEN X.VLR_PAGO ELSE 0 END) AS VLR_PAGO, SUM(CASE WHEN T.SITUACAO = '2' OR X.SITUACAO = '1' THEN 1 ELSE 0 END) * 100 / COUNT(*) AS PCT_PAGOS FROM seguros.v0cobr_fallback B LEFT JOIN seguros.v0titulo_reg T ON T.nrtit = B.nrtit LEFT JOIN seguros.v0pix_cobranca X ON X.txid = B.txid WHERE B.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY B.CODPRODU, B.TIPO_COBRANCA_NOVO ORDER BY B.CODPRODU, B.TIPO_COBRANCA_NOVO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
