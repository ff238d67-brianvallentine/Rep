       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPR4.
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
      *- CONTA CORRENTE DE RESSEGURO - DETALHE DO EXTRATO - CADA
      *- MOVIMENTO DO TRIMESTRE QUE COMPOE O PREMIO CEDIDO, AS
      *- RECUPERACOES E AS LIQUIDACOES DO TRATADO - ANEXO DO EXTRATO
      *- LINHA DE PREMIO CEDIDO UMA POR ENDOSSO SOBRE O PREMIO LIQUIDO
      *- (VLPRMLIQ)
      *- CONTRATO FACULTATIVO (TIPO F) PELO VLR_PREMIO DA COLOCACAO -
      *- LINHA C CANCELAMENTO DO TRIMESTRE NA APOLICE CEDIDA, NEGATIVA,
      *- X PCT_CESSAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
           77  NUM-VERSAO                         PIC X(254).
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  TIPO-LINHA                         PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  OPERACAO                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NUM-SINISTRO                       PIC X(254).
           77  VLR-LINHA                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           FONTE
           NRRCAP
           NUM-VERSAO
           DT-INICIAL
           DT-FINAL
           TIPO-LINHA
           DTMOVTO
           OPERACAO
           NUM-APOLICE
           NRENDOS
           NUM-SINISTRO
           VLR-LINHA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT 'P' AS TIPO_LINHA, E.DTMOVTO, E.OPERACAO, E.NUM_APOLICE, E.NRENDOS, E.NUM_SINISTRO, CASE WHEN E.TIPO_CONTRATO = 'F' THEN COALESCE(K.VLR_PREMIO, 0) ELSE P.VLR_PREMIO * E.PCT_CESSAO / 100 END AS VLR_LINHA FROM (SELECT C.NUM_APOLICE, C.NRENDOS, MIN(C.DTMOVTO) AS DTMOVTO, MIN(C.OPERACAO) AS OPERACAO, MIN(C.NUM_SINISTRO) AS NUM_SINISTRO, V.PCT_CESSAO, T.TIPO_CONTRATO FROM seguros.v1rcap_versao V, seguros.v1rcap T, seguros.v1rcapcomp C WHERE V.fonte = :FONTE AND V.nrrcap = :NRRCAP AND V.num_versao = :NUM-VERSAO AND T.fonte = V.fonte AND T.nrrcap = V.nrrcap AND C.fonte = V.fonte AND C.nrrcap = V.nrrcap AND C.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL AND C.dtmovto BETWEEN V.dtinivig AND V.dttervig AND C.situacao <> '2' AND C.operacao IN (SELECT O.OPERACAO FROM seguros.v0operacao O WHERE O.categoria = 'CESSAO') GROUP BY C.NUM_APOLICE, C.NRENDOS, V.PCT_CESSAO, T.TIPO_CONTRATO) E INNER JOIN (SELECT H.NUM_APOLICE, H.NRENDOS, SUM(H.VLPRMLIQ) AS VLR_PREMIO FROM seguros.v1histoparc H WHERE H.operacao IN (101, 801) GROUP BY H.NUM_APOLICE, H.NRENDOS) P ON P.num_apolice = E.num_apolice AND P.nrendos = E.nrendos LEFT JOIN (SELECT K.NUM_APOLICE, K.NRENDOS, SUM(K.VLR_PREMIO) AS VLR_PREMIO FROM seguros.v0facult_colocacao K WHERE K.fonte = :FONTE AND K.nrrcap = :NRRCAP AND K.situacao = '1' GROUP BY K.NUM_APOLICE, K.NRENDOS) K ON K.num_apolice = E.num_apolice AND K.nrendos = E.nrendos UNION ALL SELECT 'C', H.DTMOVTO, H.OPERACAO, H.NUM_APOLICE, H.NRENDOS, 0, 0 - H.VLPRMLIQ * V.PCT_CESSAO / 100 FROM seguros.v1rcap_versao V, seguros.v1histoparc H WHERE V.fonte = :FONTE AND V.nrrcap = :NRRCAP AND V.num_versao = :NUM-VERSAO AND H.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL AND H.operacao IN (SELECT O.OPERACAO FROM seguros.v0operacao O WHERE O.categoria = 'CANCELAMENTO' AND O.situacao = '1') AND EXISTS (SELECT 1 FROM seguros.v1rcapcomp C WHERE C.fonte = V.fonte AND C.nrrcap = V.nrrcap AND C.dtmovto BETWEEN V.dtinivig AND V.dttervig AND C.situacao <> '2' AND C.operacao IN (SELECT O.OPERACAO FROM seguros.v0operacao O WHERE O.categoria = 'CESSAO') AND C.num_apolice = H.num_apolice) UNION ALL SELECT CASE WHEN C.OPERACAO IN (200, 220) THEN 'L' ELSE 'R' END, C.DTMOVTO, C.OPERACAO, C.NUM_APOLICE, C.NRENDOS, C.NUM_SINISTRO, C.VLRCAP FROM seguros.v1rcap_versao V, seguros.v1rcapcomp C WHERE V.fonte = :FONTE AND V.nrrcap = :NRRCAP AND V.num_versao = :NUM-VERSAO AND C.fonte = V.fonte AND C.nrrcap = V.nrrcap AND C.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL AND C.dtmovto BETWEEN V.dtinivig AND V.dttervig AND C.situacao <> '2' AND (C.operacao IN (200, 220) OR C.num_sinistro IS NOT NULL) ORDER BY 1, 2, 3 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
