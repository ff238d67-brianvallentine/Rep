       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P63.
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
      *- EXTRATO DE POSICAO DA APOLICE NA DATA - RECONSTROI COMO A
      *- APOLICE ESTAVA NO FIM DO DIA INFORMADO - ENDOSSO EM VIGOR
      *- (V1ENDOSSO), COBERTURAS E PERCENTUAIS (V1COBERAPOL), CORRETOR
      *- E TAXA DE COMISSAO VIGENTES (V1APOLCORRET), TIPO DE COBRANCA
      *- (V0MIGRACOB_LOG) E CONTA DE DEBITO (V0APOLCOB_HIST, FOTO
      *- ANTERIOR A CADA ALTERACAO, SENAO A V0APOLCOB ATUAL), SITUACAO
      *- E SALDO DE CADA PARCELA E OS MOVIMENTOS ATE A DATA
      *- (V0HISTOPARC MAIS PARCELA_HISTORICO SEM CORRESPONDENTE) -
      *- LINHAS PRONTAS PARA IMPRESSAO POR SECAO - CONTA E CARTAO
      *- MASCARADOS
      *- PAGO = RECEBIMENTOS (OPERACAO 101 A 199 E 801) QUITADOS ATE A
      *- DATA - RESTITUIDO (201 A 299) MOSTRADO A PARTE, FORA DO SALDO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  DT-POSICAO                         PIC X(254).
           77  SECAO                              PIC X(254).
           77  SEQ                                PIC X(254).
           77  LINHA                              PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           DT-POSICAO
           SECAO
           SEQ
           LINHA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.SECAO, X.SEQ, X.LINHA FROM (SELECT '00' AS SECAO, 1 AS SEQ, 'EXTRATO DE POSICAO DA APOLICE ' || DIGITS(DEC(:NUM-APOLICE,13,0)) || ' NA DATA ' || CHAR(DATE(:DT-POSICAO), ISO) || ' - EMITIDO EM ' || CHAR(CURRENT DATE, ISO) AS LINHA FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT '10' AS SECAO, 1 AS SEQ, 'ENDOSSO EM VIGOR ' || DIGITS(DEC(E.NRENDOS,9,0)) || ' TIPO ' || E.TIPO_ENDOSSO || ' EMITIDO ' || CHAR(E.DTEMIS, ISO) || ' VIGENCIA ' || CHAR(E.DTINIVIG, ISO) || ' A ' || CHAR(E.DTTERVIG, ISO) || ' RAMO ' || DIGITS(DEC(E.RAMO,4,0)) || ' MODALIDADE ' || DIGITS(DEC(E.MODALIDA,4,0)) || ' SITUACAO ' || CASE WHEN EXISTS (SELECT 1 FROM seguros.v1endosso C WHERE C.num_apolice = :NUM-APOLICE AND C.tipo_endosso = '3' AND C.dtemis <= DATE(:DT-POSICAO)) THEN 'CANCELADA' ELSE 'VIGENTE' END AS LINHA FROM seguros.v1endosso E WHERE E.num_apolice = :NUM-APOLICE AND E.nrendos = (SELECT MAX(E2.NRENDOS) FROM seguros.v1endosso E2 WHERE E2.num_apolice = :NUM-APOLICE AND E2.dtemis <= DATE(:DT-POSICAO) AND DATE(:DT-POSICAO) BETWEEN E2.dtinivig AND E2.dttervig) UNION ALL SELECT '10' AS SECAO, 1 AS SEQ, 'NENHUM ENDOSSO EM VIGOR NA DATA' || CASE WHEN EXISTS (SELECT 1 FROM seguros.v1endosso C WHERE C.num_apolice = :NUM-APOLICE AND C.tipo_endosso = '3' AND C.dtemis <= DATE(:DT-POSICAO)) THEN ' - APOLICE CANCELADA' ELSE ' ' END AS LINHA FROM SYSIBM.SYSDUMMY1 WHERE (SELECT MAX(E2.NRENDOS) FROM seguros.v1endosso E2 WHERE E2.num_apolice = :NUM-APOLICE AND E2.dtemis <= DATE(:DT-POSICAO) AND DATE(:DT-POSICAO) BETWEEN E2.dtinivig AND E2.dttervig) IS NULL UNION ALL SELECT '20' AS SECAO, ROW_NUMBER() OVER (ORDER BY C.NUM_ITEM, C.RAMOFR, C.MODALIFR, C.COD_COBERTURA) AS SEQ, 'COBERTURA ITEM ' || DIGITS(DEC(C.NUM_ITEM,5,0)) || ' RAMO ' || DIGITS(DEC(C.RAMOFR,4,0)) || ' MODALIDADE ' || DIGITS(DEC(C.MODALIFR,4,0)) || ' COBERTURA ' || DIGITS(DEC(C.COD_COBERTURA,5,0)) || ' PERCENTUAL ' || CHAR(DEC(C.PCT_COBERTURA,7,3)) || ' VIGENCIA ' || CHAR(C.DATA_INIVIGENCIA, ISO) || ' A ' || CHAR(C.DATA_TERVIGENCIA, ISO) AS LINHA FROM seguros.v1coberapol C WHERE C.num_apolice = :NUM-APOLICE AND C.nrendos = (SELECT MAX(E2.NRENDOS) FROM seguros.v1endosso E2 WHERE E2.num_apolice = :NUM-APOLICE AND E2.dtemis <= DATE(:DT-POSICAO) AND DATE(:DT-POSICAO) BETWEEN E2.dtinivig AND E2.dttervig) AND DATE(:DT-POSICAO) BETWEEN C.data_inivigencia AND C.data_tervigencia UNION ALL SELECT '30' AS SECAO, ROW_NUMBER() OVER (ORDER BY R.RAMOFR, R.MODALIFR, R.CODCORR, R.CODSUBES) AS SEQ, 'CORRETOR ' || DIGITS(DEC(R.CODCORR,9,0)) || ' SUBESTIPULANTE ' || DIGITS(DEC(R.CODSUBES,5,0)) || ' RAMO ' || DIGITS(DEC(R.RAMOFR,4,0)) || ' MODALIDADE ' || DIGITS(DEC(R.MODALIFR,4,0)) || ' PARTICIPACAO ' || CHAR(DEC(R.PCPARCOR,7,3)) || ' COMISSAO ' || CHAR(DEC(R.PCCOMCOR,7,3)) || ' VIGENCIA ' || CHAR(R.DTINIVIG, ISO) || ' A ' || CHAR(R.DTTERVIG, ISO) AS LINHA FROM seguros.v1apolcorret R WHERE R.num_apolice = :NUM-APOLICE AND DATE(:DT-POSICAO) BETWEEN R.dtinivig AND R.dttervig UNION ALL SELECT '40' AS SECAO, 1 AS SEQ, 'COBRANCA TIPO ' || COALESCE((SELECT L.TIPO_COBRANCA_ANT FROM seguros.v0migracob_log L WHERE L.num_apolice = A.num_apolice AND L.tipo_cobranca_ant <> L.tipo_cobranca_novo AND DATE(L.TIMESTAMP) > DATE(:DT-POSICAO) ORDER BY L.TIMESTAMP FETCH FIRST 1 ROW ONLY), A.TIPO_COBRANCA) || ' AGENCIA COBRANCA ' || RTRIM(CHAR(COALESCE((SELECT H.AGECOBR FROM seguros.v0apolcob_hist H WHERE H.num_apolice = A.num_apolice AND DATE(H.TIMESTAMP) > DATE(:DT-POSICAO) ORDER BY H.TIMESTAMP FETCH FIRST 1 ROW ONLY), A.AGECOBR))) || ' AGENCIA DEBITO ' || RTRIM(CHAR(COALESCE((SELECT H.COD_AGENCIA_DEB FROM seguros.v0apolcob_hist H WHERE H.num_apolice = A.num_apolice AND DATE(H.TIMESTAMP) > DATE(:DT-POSICAO) ORDER BY H.TIMESTAMP FETCH FIRST 1 ROW ONLY), A.COD_AGENCIA_DEB))) || ' CONTA DEBITO ' || REPEAT('*',6) || RIGHT(RTRIM(CHAR(COALESCE((SELECT H.NUM_CONTA_DEB FROM seguros.v0apolcob_hist H WHERE H.num_apolice = A.num_apolice AND DATE(H.TIMESTAMP) > DATE(:DT-POSICAO) ORDER BY H.TIMESTAMP FETCH FIRST 1 ROW ONLY), A.NUM_CONTA_DEB))),4) || ' DIA DEBITO ' || RTRIM(CHAR(COALESCE((SELECT H.DIA_DEBITO FROM seguros.v0apolcob_hist H WHERE H.num_apolice = A.num_apolice AND DATE(H.TIMESTAMP) > DATE(:DT-POSICAO) ORDER BY H.TIMESTAMP FETCH FIRST 1 ROW ONLY), A.DIA_DEBITO))) || ' CARTAO ' || REPEAT('*',12) || RIGHT(RTRIM(CHAR(COALESCE((SELECT H.NUM_CARTAO FROM seguros.v0apolcob_hist H WHERE H.num_apolice = A.num_apolice AND DATE(H.TIMESTAMP) > DATE(:DT-POSICAO) ORDER BY H.TIMESTAMP FETCH FIRST 1 ROW ONLY), A.NUM_CARTAO))),4) AS LINHA FROM seguros.v0apolcob A WHERE A.num_apolice = :NUM-APOLICE UNION ALL SELECT '50' AS SECAO, ROW_NUMBER() OVER (ORDER BY P.NRENDOS, P.NRPARCEL) AS SEQ, 'PARCELA ' || DIGITS(DEC(P.NRENDOS,9,0)) || '/' || DIGITS(DEC(P.NRPARCEL,3,0)) || ' VENCIMENTO ' || CHAR(P.DTVENCTO, ISO) || ' EMITIDO ' || CHAR(DEC(COALESCE((SELECT SUM(H.VLPRMTOT) FROM seguros.v0histoparc H WHERE H.num_apolice = P.num_apolice AND H.nrendos = P.nrendos AND H.nrparcel = P.nrparcel AND H.operacao IN (101, 801) AND H.dtmovto <= DATE(:DT-POSICAO)), 0),15,2)) || ' PAGO ' || CHAR(DEC(COALESCE((SELECT SUM(H.VLPRMTOT) FROM seguros.v0histoparc H WHERE H.num_apolice = P.num_apolice AND H.nrendos = P.nrendos AND H.nrparcel = P.nrparcel AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND H.dtqitbco IS NOT NULL AND H.dtqitbco <= DATE(:DT-POSICAO)), 0),15,2)) || ' RESTITUIDO ' || CHAR(DEC(COALESCE((SELECT SUM(H.VLPRMTOT) FROM seguros.v0histoparc H WHERE H.num_apolice = P.num_apolice AND H.nrendos = P.nrendos AND H.nrparcel = P.nrparcel AND H.operacao BETWEEN 201 AND 299 AND H.dtmovto <= DATE(:DT-POSICAO)), 0),15,2)) || ' SALDO ' || CHAR(DEC(COALESCE((SELECT SUM(H.VLPRMTOT) FROM seguros.v0histoparc H WHERE H.num_apolice = P.num_apolice AND H.nrendos = P.nrendos AND H.nrparcel = P.nrparcel AND H.operacao IN (101, 801) AND H.dtmovto <= DATE(:DT-POSICAO)), 0) - COALESCE((SELECT SUM(H.VLPRMTOT) FROM seguros.v0histoparc H WHERE H.num_apolice = P.num_apolice AND H.nrendos = P.nrendos AND H.nrparcel = P.nrparcel AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND H.dtqitbco IS NOT NULL AND H.dtqitbco <= DATE(:DT-POSICAO)), 0),15,2)) || ' SITUACAO ' || CASE WHEN COALESCE((SELECT SUM(H.VLPRMTOT) FROM seguros.v0histoparc H WHERE H.num_apolice = P.num_apolice AND H.nrendos = P.nrendos AND H.nrparcel = P.nrparcel AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND H.dtqitbco IS NOT NULL AND H.dtqitbco <= DATE(:DT-POSICAO)), 0) > 0 AND COALESCE((SELECT SUM(H.VLPRMTOT) FROM seguros.v0histoparc H WHERE H.num_apolice = P.num_apolice AND H.nrendos = P.nrendos AND H.nrparcel = P.nrparcel AND H.operacao IN (101, 801) AND H.dtmovto <= DATE(:DT-POSICAO)), 0) - COALESCE((SELECT SUM(H.VLPRMTOT) FROM seguros.v0histoparc H WHERE H.num_apolice = P.num_apolice AND H.nrendos = P.nrendos AND H.nrparcel = P.nrparcel AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND H.dtqitbco IS NOT NULL AND H.dtqitbco <= DATE(:DT-POSICAO)), 0) <= 0 THEN 'PAGA' WHEN EXISTS (SELECT 1 FROM seguros.v1endosso C WHERE C.num_apolice = :NUM-APOLICE AND C.tipo_endosso = '3' AND C.dtemis <= DATE(:DT-POSICAO)) THEN 'CANCELADA' WHEN P.DTVENCTO < DATE(:DT-POSICAO) THEN 'VENCIDA' ELSE 'A VENCER' END AS LINHA FROM seguros.v1parcela P, seguros.v1endosso E WHERE P.num_apolice = :NUM-APOLICE AND E.num_apolice = P.num_apolice AND E.nrendos = P.nrendos AND E.dtemis <= DATE(:DT-POSICAO) UNION ALL SELECT '60' AS SECAO, ROW_NUMBER() OVER (ORDER BY M.DTMOVTO, M.NRENDOS, M.NRPARCEL, M.OCORHIST) AS SEQ, 'MOVIMENTO ' || DIGITS(DEC(M.NRENDOS,9,0)) || '/' || DIGITS(DEC(M.NRPARCEL,3,0)) || '/' || DIGITS(DEC(M.OCORHIST,5,0)) || ' DATA ' || CHAR(M.DTMOVTO, ISO) || ' OPERACAO ' || DIGITS(DEC(M.OPERACAO,4,0)) || ' VALOR ' || CHAR(DEC(M.VLPRMTOT,15,2)) || ' QUITACAO ' || COALESCE(CHAR(M.DTQITBCO, ISO), ' ') AS LINHA FROM (SELECT H.NRENDOS, H.NRPARCEL, H.OCORHIST, H.DTMOVTO, H.OPERACAO, H.VLPRMTOT, H.DTQITBCO FROM seguros.v0histoparc H WHERE H.num_apolice = :NUM-APOLICE AND H.dtmovto <= DATE(:DT-POSICAO) UNION ALL SELECT T.NUM_ENDOSSO, T.NUM_PARCELA, T.OCORR_HISTORICO, T.DATA_MOVIMENTO, T.COD_OPERACAO, T.PRM_TOTAL, T.DATA_QUITACAO FROM seguros.parcela_historico T WHERE T.num_apolice = :NUM-APOLICE AND T.data_movimento <= DATE(:DT-POSICAO) AND NOT EXISTS (SELECT 1 FROM seguros.v0histoparc H WHERE H.num_apolice = T.num_apolice AND H.nrendos = T.num_endosso AND H.nrparcel = T.num_parcela AND H.ocorhist = T.ocorr_historico)) M UNION ALL SELECT '99' AS SECAO, 1 AS SEQ, 'FIM DO EXTRATO' AS LINHA FROM SYSIBM.SYSDUMMY1) X ORDER BY X.SECAO, X.SEQ END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
