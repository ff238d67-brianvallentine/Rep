       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2QP06A.
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
      *- PAGAMENTO EM DUPLICIDADE - DETECCAO DIARIA APOS A BAIXA DE
      *- TODOS OS RETORNOS - PARCELA COM MAIS DE UMA LIQUIDACAO ENTRE
      *- OS CANAIS DO JORNAL DE ARRECADACAO (DEBITO CEF, TITULO, AVISO,
      *- PIX - MESMA BASE DE CB2QP060) COM PELO MENOS UMA LIQUIDACAO NO
      *- DIA - EXCESSO = TOTAL PAGO MENOS O VALOR DA PARCELA - PARA
      *- CADA LINHA REGISTRAR POR CB2QP06B E GERAR A NOTA DE CREDITO
      *- PENDENTE PELO EXCESSO POR CB2JP269
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  CODCLIEN                           PIC X(254).
           77  QTDE-PAGTOS                        PIC X(254).
           77  CANAL-1                            PIC X(254).
           77  CANAL-2                            PIC X(254).
           77  DT-PRIMEIRO-PAGTO                  PIC X(254).
           77  DT-ULTIMO-PAGTO                    PIC X(254).
           77  VLR-TOTAL-PAGO                     PIC X(254).
           77  VLR-PARCELA                        PIC X(254).
           77  VLR-EXCESSO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           CODCLIEN
           QTDE-PAGTOS
           CANAL-1
           CANAL-2
           DT-PRIMEIRO-PAGTO
           DT-ULTIMO-PAGTO
           VLR-TOTAL-PAGO
           VLR-PARCELA
           VLR-EXCESSO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT R.NUM_APOLICE, R.NRENDOS, R.NRPARCEL, E.CODCLIEN, COUNT(*) AS QTDE_PAGTOS, MIN(R.CANAL) AS CANAL_1, MAX(R.CANAL) AS CANAL_2, MIN(R.DT_PAGAMENTO) AS DT_PRIMEIRO_PAGTO, MAX(R.DT_PAGAMENTO) AS DT_ULTIMO_PAGTO, SUM(R.VLR_PAGO) AS VLR_TOTAL_PAGO, P.VLPRMTOT AS VLR_PARCELA, SUM(R.VLR_PAGO) - P.VLPRMTOT AS VLR_EXCESSO FROM (SELECT 'DEBITO CEF' AS CANAL, M.NUM_APOLICE, M.NRENDOS, M.NRPARCEL, M.DTRETORNO AS DT_PAGAMENTO, COALESCE(M.VLR_PAGO, M.VLR_DEBITO) AS VLR_PAGO FROM seguros.v0movdebcc_cef M WHERE M.sit_cobranca = '1' AND M.dtretorno <= :DTMOVABE UNION ALL SELECT 'TITULO', T.NUM_APOLICE, T.NRENDOS, T.NRPARCEL, T.DT_PAGAMENTO, T.VLR_PAGO FROM seguros.v0titulo_reg T WHERE T.situacao = '2' AND T.dt_pagamento <= :DTMOVABE UNION ALL SELECT 'AVISO', H.NUM_APOLICE, H.NRENDOS, H.NRPARCEL, H.DTQITBCO, H.VLPRMTOT FROM seguros.v0histoparc H WHERE H.nraviso > 0 AND H.dtqitbco <= :DTMOVABE UNION ALL SELECT 'PIX', X.NUM_APOLICE, X.NRENDOS, X.NRPARCEL, X.DT_PAGAMENTO, X.VLR_PAGO FROM seguros.v0pix_cobranca X WHERE X.situacao = '1' AND X.dt_pagamento <= :DTMOVABE) R, seguros.v1parcela P, seguros.v1endosso E WHERE P.num_apolice = R.num_apolice AND P.nrendos = R.nrendos AND P.nrparcel = R.nrparcel AND E.num_apolice = R.num_apolice AND E.nrendos = R.nrendos GROUP BY R.NUM_APOLICE, R.NRENDOS, R.NRPARCEL, E.CODCLIEN, P.VLPRMTOT HAVING COUNT(*) > 1 AND MAX(R.DT_PAGAMENTO) = :DTMOVABE AND SUM(R.VLR_PAGO) - P.VLPRMTOT > 0 ORDER BY R.NUM_APOLICE, R.NRENDOS, R.NRPARCEL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
