       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP090.
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
      *- PIS/COFINS SOBRE RECEITA DE PREMIO - CALCULO DO MES POR RAMO -
      *- RECEITA = PREMIO LIQUIDO DOS MOVIMENTOS JA CONTABILIZADOS NO
      *- MES CUJA OPERACAO ESTA CLASSIFICADA NO CADASTRO DE OPERACOES
      *- (CB2MP081) COM CATEGORIA PREMIO - DEDUCOES = MOVIMENTOS DE
      *- CATEGORIA CANCELAMENTO OU RESTITUICAO, PREMIO CEDIDO EM
      *- COSSEGURO (V0COSCED_DISTRIB) E PREMIO CEDIDO EM RESSEGURO
      *- (MESMA BASE DO EXTRATO CB2IPR2) - BASE NEGATIVA NAO GERA
      *- TRIBUTO - ALIQUOTAS VIGENTES NO ULTIMO DIA DO MES (CB2MP089)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  RAMO                               PIC X(254).
           77  VLR-RECEITA                        PIC X(254).
           77  VLR-CANCELADO                      PIC X(254).
           77  VLR-COSSEG-CEDIDO                  PIC X(254).
           77  VLR-RESSEG-CEDIDO                  PIC X(254).
           77  VLR-BASE                           PIC X(254).
           77  PCT-PIS                            PIC X(254).
           77  VLR-PIS                            PIC X(254).
           77  PCT-COFINS                         PIC X(254).
           77  VLR-COFINS                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           RAMO
           VLR-RECEITA
           VLR-CANCELADO
           VLR-COSSEG-CEDIDO
           VLR-RESSEG-CEDIDO
           VLR-BASE
           PCT-PIS
           VLR-PIS
           PCT-COFINS
           VLR-COFINS.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.RAMO, X.VLR_RECEITA, X.VLR_CANCELADO, X.VLR_COSSEG_CEDIDO, X.VLR_RESSEG_CEDIDO, CASE WHEN (X.VLR_RECEITA - X.VLR_CANCELADO - X.VLR_COSSEG_CEDIDO - X.VLR_RESSEG_CEDIDO) > 0 THEN (X.VLR_RECEITA - X.VLR_CANCELADO - X.VLR_COSSEG_CEDIDO - X.VLR_RESSEG_CEDIDO) ELSE 0 END AS VLR_BASE, P.PCT_ALIQUOTA AS PCT_PIS, CASE WHEN (X.VLR_RECEITA - X.VLR_CANCELADO - X.VLR_COSSEG_CEDIDO - X.VLR_RESSEG_CEDIDO) > 0 THEN ROUND((X.VLR_RECEITA - X.VLR_CANCELADO - X.VLR_COSSEG_CEDIDO - X.VLR_RESSEG_CEDIDO) * P.PCT_ALIQUOTA / 100, 2) ELSE 0 END AS VLR_PIS, F.PCT_ALIQUOTA AS PCT_COFINS, CASE WHEN (X.VLR_RECEITA - X.VLR_CANCELADO - X.VLR_COSSEG_CEDIDO - X.VLR_RESSEG_CEDIDO) > 0 THEN ROUND((X.VLR_RECEITA - X.VLR_CANCELADO - X.VLR_COSSEG_CEDIDO - X.VLR_RESSEG_CEDIDO) * F.PCT_ALIQUOTA / 100, 2) ELSE 0 END AS VLR_COFINS FROM (SELECT A.RAMO, SUM(CASE WHEN O.categoria = 'PREMIO' THEN H.VLPRMLIQ ELSE 0 END) AS VLR_RECEITA, SUM(CASE WHEN O.categoria IN ('CANCELAMENTO', 'RESTITUICAO') THEN H.VLPRMLIQ ELSE 0 END) AS VLR_CANCELADO, COALESCE((SELECT SUM(D.VLPREMIO) FROM seguros.v0cosced_distrib D, seguros.v1apolice B WHERE B.num_apolice = D.num_apolice AND B.ramo = A.ramo AND D.dtmovto_ac BETWEEN :DT-INICIAL AND :DT-FINAL),0) AS VLR_COSSEG_CEDIDO, COALESCE((SELECT SUM(R.VLR_PREMIO * V.PCT_CESSAO / 100) FROM seguros.v1rcap_versao V, (SELECT H2.NUM_APOLICE, H2.NRENDOS, SUM(H2.VLPRMLIQ) AS VLR_PREMIO FROM seguros.v1histoparc H2 WHERE H2.operacao IN (101, 801) GROUP BY H2.NUM_APOLICE, H2.NRENDOS) R, seguros.v1apolice B WHERE B.num_apolice = R.num_apolice AND B.ramo = A.ramo AND EXISTS (SELECT 1 FROM seguros.v1rcapcomp C WHERE C.fonte = V.fonte AND C.nrrcap = V.nrrcap AND C.dtmovto BETWEEN V.dtinivig AND V.dttervig AND C.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL AND C.situacao <> '2' AND C.operacao IN (SELECT O2.OPERACAO FROM seguros.v0operacao O2 WHERE O2.categoria = 'CESSAO') AND C.num_apolice = R.num_apolice AND C.nrendos = R.nrendos) AND NOT EXISTS (SELECT 1 FROM seguros.v1rcap T WHERE T.fonte = V.fonte AND T.nrrcap = V.nrrcap AND T.tipo_contrato = 'F')),0) + COALESCE((SELECT SUM(K.VLR_PREMIO) FROM seguros.v0facult_colocacao K, seguros.v1apolice B WHERE B.num_apolice = K.num_apolice AND B.ramo = A.ramo AND K.situacao = '1' AND EXISTS (SELECT 1 FROM seguros.v1rcap_versao V, seguros.v1rcapcomp C WHERE V.fonte = K.fonte AND V.nrrcap = K.nrrcap AND C.fonte = V.fonte AND C.nrrcap = V.nrrcap AND C.dtmovto BETWEEN V.dtinivig AND V.dttervig AND C.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL AND C.situacao <> '2' AND C.operacao IN (SELECT O2.OPERACAO FROM seguros.v0operacao O2 WHERE O2.categoria = 'CESSAO') AND C.num_apolice = K.num_apolice AND C.nrendos = K.nrendos)),0) - COALESCE((SELECT SUM(H2.VLPRMLIQ * V.PCT_CESSAO / 100) FROM seguros.v1rcap_versao V, seguros.v1histoparc H2, seguros.v1apolice B WHERE B.num_apolice = H2.num_apolice AND B.ramo = A.ramo AND H2.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL AND H2.operacao IN (SELECT O2.OPERACAO FROM seguros.v0operacao O2 WHERE O2.categoria = 'CANCELAMENTO' AND O2.situacao = '1') AND EXISTS (SELECT 1 FROM seguros.v1rcapcomp C WHERE C.fonte = V.fonte AND C.nrrcap = V.nrrcap AND C.dtmovto BETWEEN V.dtinivig AND V.dttervig AND C.situacao <> '2' AND C.operacao IN (SELECT O2.OPERACAO FROM seguros.v0operacao O2 WHERE O2.categoria = 'CESSAO') AND C.num_apolice = H2.num_apolice)),0) AS VLR_RESSEG_CEDIDO FROM seguros.v0histoparc H, seguros.v1apolice A, seguros.v0operacao O WHERE A.num_apolice = H.num_apolice AND O.operacao = H.operacao AND O.situacao = '1' AND H.sitcontb = '1' AND H.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY A.RAMO) X, seguros.v0pis_cofins_param P, seguros.v0pis_cofins_param F WHERE P.tributo = 'PIS' AND P.situacao = '1' AND :DT-FINAL BETWEEN P.dtinivig AND P.dttervig AND F.tributo = 'COFINS' AND F.situacao = '1' AND :DT-FINAL BETWEEN F.dtinivig AND F.dttervig ORDER BY X.RAMO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
