       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC10PFG.
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
      *- IOF POR DECENDIO - CONCILIACAO DO MES POR DECENDIO - IOF
      *- COBRADO NO HISTORICO, IOF APURADO (AC10PFD) E IOF EFETIVAMENTE
      *- PAGO NA CENTRAL DE PAGAMENTOS (ORDENS ORIGEM I SITUACAO 2) COM
      *- AS DIFERENCAS COBRADO X APURADO E APURADO X PAGO
      *- IOF COBRADO NO MESMO CRITERIO DE AC10PFC (DTQITBCO NO
      *- RECEBIMENTO, DTMOVTO NA RESTITUICAO)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  NUM-DECENDIO                       PIC X(254).
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  VLR-IOF-COBRADO                    PIC X(254).
           77  VLR-IOF-APURADO                    PIC X(254).
           77  VLR-IOF-PAGO                       PIC X(254).
           77  VLR-DIF-APURACAO                   PIC X(254).
           77  VLR-DIF-PAGAMENTO                  PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           NUM-DECENDIO
           DT-INICIAL
           DT-FINAL
           VLR-IOF-COBRADO
           VLR-IOF-APURADO
           VLR-IOF-PAGO
           VLR-DIF-APURACAO
           VLR-DIF-PAGAMENTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT Y.NUM_DECENDIO, Y.DT_INICIAL, Y.DT_FINAL, Y.VLR_IOF_COBRADO, Y.VLR_IOF_APURADO, Y.VLR_IOF_PAGO, Y.VLR_IOF_COBRADO - Y.VLR_IOF_APURADO AS VLR_DIF_APURACAO, Y.VLR_IOF_APURADO - Y.VLR_IOF_PAGO AS VLR_DIF_PAGAMENTO FROM (SELECT D.NUM_DECENDIO, D.DT_INICIAL, D.DT_FINAL, COALESCE((SELECT SUM(CASE WHEN H.operacao BETWEEN 201 AND 299 THEN 0 - H.VLIOCC ELSE H.VLIOCC END) FROM seguros.v0histoparc H WHERE H.vliocc <> 0 AND (((H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND H.dtqitbco BETWEEN D.DT_INICIAL AND D.DT_FINAL) OR (H.operacao BETWEEN 201 AND 299 AND H.dtmovto BETWEEN D.DT_INICIAL AND D.DT_FINAL))),0) AS VLR_IOF_COBRADO, SUM(D.VLR_IOF_DEVIDO) AS VLR_IOF_APURADO, COALESCE((SELECT SUM(O.VLR_PAGAMENTO) FROM seguros.v0pagto_ordem O WHERE O.origem = 'I' AND O.situacao = '2' AND O.num_ordem IN (SELECT D2.NUM_ORDEM FROM seguros.v0iof_decendio D2 WHERE D2.ano_mes = D.ano_mes AND D2.num_decendio = D.num_decendio)),0) AS VLR_IOF_PAGO FROM seguros.v0iof_decendio D WHERE D.ano_mes = :ANO-MES GROUP BY D.ANO_MES, D.NUM_DECENDIO, D.DT_INICIAL, D.DT_FINAL) Y ORDER BY Y.NUM_DECENDIO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
