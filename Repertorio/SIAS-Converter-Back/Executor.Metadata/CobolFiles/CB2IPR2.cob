       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPR2.
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
      *- CONTA CORRENTE DE RESSEGURO - APURACAO DO TRIMESTRE POR
      *- RESSEGURADOR E VERSAO DE TRATADO - SALDO ANTERIOR DO EXTRATO
      *- DO TRIMESTRE ANTERIOR, PREMIO CEDIDO PELAS CESSOES DE CB2IPI5,
      *- COMISSAO DE RESSEGURO, RECUPERACOES DE SINISTRO DE CB2IPD9 E
      *- LIQUIDACOES 200/220 DE CB2IPH6 - SALDO A FAVOR DO RESSEGURADOR
      *- - GRAVAR POR CB2IPR3 - PREMIO CEDIDO DO TRATADO SOBRE O PREMIO
      *- LIQUIDO (VLPRMLIQ) DO ENDOSSO X PCT_CESSAO, SOMADO UMA VEZ POR
      *- ENDOSSO - DO CONTRATO FACULTATIVO (TIPO F) PELO VLR_PREMIO DA
      *- COLOCACAO (CB2IPIA) - DEDUZIDOS OS MOVIMENTOS DE CATEGORIA
      *- CANCELAMENTO DO TRIMESTRE NAS APOLICES CEDIDAS X PCT_CESSAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  ANO-TRIMESTRE-ANT                  PIC X(254).
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
           77  NUM-VERSAO                         PIC X(254).
           77  NOME                               PIC X(254).
           77  VLR-SALDO-ANTERIOR                 PIC X(254).
           77  VLR-PREMIO-CEDIDO                  PIC X(254).
           77  VLR-COMISSAO                       PIC X(254).
           77  VLR-RECUPERACAO                    PIC X(254).
           77  VLR-LIQUIDACAO                     PIC X(254).
           77  VLR-SALDO-FINAL                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           ANO-TRIMESTRE-ANT
           FONTE
           NRRCAP
           NUM-VERSAO
           NOME
           VLR-SALDO-ANTERIOR
           VLR-PREMIO-CEDIDO
           VLR-COMISSAO
           VLR-RECUPERACAO
           VLR-LIQUIDACAO
           VLR-SALDO-FINAL.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT Y.FONTE, Y.NRRCAP, Y.NUM_VERSAO, Y.NOME, Y.VLR_SALDO_ANTERIOR, Y.VLR_PREMIO_CEDIDO, (Y.VLR_PREMIO_CEDIDO * Y.PCT_COMIS_RESSEG / 100) AS VLR_COMISSAO, Y.VLR_RECUPERACAO, Y.VLR_LIQUIDACAO, (Y.VLR_SALDO_ANTERIOR + Y.VLR_PREMIO_CEDIDO - (Y.VLR_PREMIO_CEDIDO * Y.PCT_COMIS_RESSEG / 100) - Y.VLR_RECUPERACAO - Y.VLR_LIQUIDACAO) AS VLR_SALDO_FINAL FROM (SELECT V.FONTE, V.NRRCAP, V.NUM_VERSAO, T.NOME, COALESCE(V.PCT_COMIS_RESSEG,0) AS PCT_COMIS_RESSEG, COALESCE((SELECT X.VLR_SALDO_FINAL FROM seguros.v0resseg_extrato X WHERE X.fonte = V.fonte AND X.nrrcap = V.nrrcap AND X.num_versao = V.num_versao AND X.ano_trimestre = :ANO-TRIMESTRE-ANT),0) AS VLR_SALDO_ANTERIOR, CASE WHEN T.TIPO_CONTRATO = 'F' THEN COALESCE((SELECT SUM(K.VLR_PREMIO) FROM seguros.v0facult_colocacao K WHERE K.fonte = V.fonte AND K.nrrcap = V.nrrcap AND K.situacao = '1' AND EXISTS (SELECT 1 FROM seguros.v1rcapcomp C WHERE C.fonte = V.fonte AND C.nrrcap = V.nrrcap AND C.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL AND C.dtmovto BETWEEN V.dtinivig AND V.dttervig AND C.situacao <> '2' AND C.operacao IN (SELECT O.OPERACAO FROM seguros.v0operacao O WHERE O.categoria = 'CESSAO') AND C.num_apolice = K.num_apolice AND C.nrendos = K.nrendos)),0) ELSE COALESCE((SELECT SUM(P.VLR_PREMIO) * V.PCT_CESSAO / 100 FROM (SELECT H.NUM_APOLICE, H.NRENDOS, SUM(H.VLPRMLIQ) AS VLR_PREMIO FROM seguros.v1histoparc H WHERE H.operacao IN (101, 801) GROUP BY H.NUM_APOLICE, H.NRENDOS) P WHERE EXISTS (SELECT 1 FROM seguros.v1rcapcomp C WHERE C.fonte = V.fonte AND C.nrrcap = V.nrrcap AND C.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL AND C.dtmovto BETWEEN V.dtinivig AND V.dttervig AND C.situacao <> '2' AND C.operacao IN (SELECT O.OPERACAO FROM seguros.v0operacao O WHERE O.categoria = 'CESSAO') AND C.num_apolice = P.num_apolice AND C.nrendos = P.nrendos)),0) END - COALESCE((SELECT SUM(H.VLPRMLIQ) * V.PCT_CESSAO / 100 FROM seguros.v1histoparc H WHERE H.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL AND H.operacao IN (SELECT O.OPERACAO FROM seguros.v0operacao O WHERE O.categoria = 'CANCELAMENTO' AND O.situacao = '1') AND EXISTS (SELECT 1 FROM seguros.v1rcapcomp C WHERE C.fonte = V.fonte AND C.nrrcap = V.nrrcap AND C.dtmovto BETWEEN V.dtinivig AND V.dttervig AND C.situacao <> '2' AND C.operacao IN (SELECT O.OPERACAO FROM seguros.v0operacao O WHERE O.categoria = 'CESSAO') AND C.num_apolice = H.num_apolice)),0) AS VLR_PREMIO_CEDIDO, COALESCE((SELECT SUM(C.VLRCAP) FROM seguros.v1rcapcomp C WHERE C.fonte = V.fonte AND C.nrrcap = V.nrrcap AND C.num_sinistro IS NOT NULL AND C.operacao NOT IN (200, 220) AND C.situacao <> '2' AND C.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL AND C.dtmovto BETWEEN V.dtinivig AND V.dttervig),0) AS VLR_RECUPERACAO, COALESCE((SELECT SUM(C.VLRCAP) FROM seguros.v1rcapcomp C WHERE C.fonte = V.fonte AND C.nrrcap = V.nrrcap AND C.operacao IN (200, 220) AND C.situacao <> '2' AND C.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL AND C.dtmovto BETWEEN V.dtinivig AND V.dttervig),0) AS VLR_LIQUIDACAO FROM seguros.v1rcap_versao V, seguros.v1rcap T WHERE T.fonte = V.fonte AND T.nrrcap = V.nrrcap AND V.dtinivig <= :DT-FINAL AND V.dttervig >= :DT-INICIAL) Y ORDER BY Y.NOME, Y.FONTE, Y.NRRCAP, Y.NUM_VERSAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
