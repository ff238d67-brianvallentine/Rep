       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P035.
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
      *- PRO-LABORE DO ESTIPULANTE - CALCULO MENSAL - APLICA O
      *- PERCENTUAL VIGENTE SOBRE O PREMIO PAGO NO MES (QUITADO EM
      *- V0HISTOPARC); PARA SUBESTIPULANTE O PREMIO E RATEADO PELAS
      *- VIDAS ATIVAS NO FIM DO MES, COMO NA FATURA AC73P012 - RETEM O
      *- IR PELA TABELA DO TIPO DE PESSOA DO ESTIPULANTE - SITUACAO 0 A
      *- PAGAR - UM CALCULO POR MES
      *- BASE DO PRO-LABORE E O PREMIO LIQUIDO (VLPRMLIQ) QUITADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           DT-INICIAL
           DT-FINAL
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0prolabore_calc (ANO_MES, NUM_APOLICE, CODSUBES, VLR_BASE, PCT_PROLABORE, VLR_PROLABORE, VLR_IR, VLR_LIQUIDO, SITUACAO, CODUSU, TIMESTAMP) SELECT :ANO-MES, Z.NUM_APOLICE, Z.CODSUBES, Z.VLR_BASE, Z.PCT_PROLABORE, Z.VLR_PROLABORE, Z.VLR_IR, (Z.VLR_PROLABORE - Z.VLR_IR), '0', :CODUSU, current timestamp FROM (SELECT Y.NUM_APOLICE, Y.CODSUBES, Y.VLR_BASE, Y.PCT_PROLABORE, Y.VLR_PROLABORE, COALESCE((SELECT CASE WHEN Y.VLR_PROLABORE * T.PCT_ALIQUOTA / 100 - T.VLR_DEDUCAO > 0 THEN ROUND(Y.VLR_PROLABORE * T.PCT_ALIQUOTA / 100 - T.VLR_DEDUCAO, 2) ELSE 0 END FROM seguros.v0ir_tabela T WHERE T.tppessoa = Y.tppessoa AND T.dtinivig = (SELECT MAX(T2.DTINIVIG) FROM seguros.v0ir_tabela T2 WHERE T2.tppessoa = Y.tppessoa AND T2.dtinivig <= :DT-FINAL) AND Y.VLR_PROLABORE BETWEEN T.vlr_faixa_ini AND T.vlr_faixa_fim), 0) AS VLR_IR FROM (SELECT X.NUM_APOLICE, X.CODSUBES, X.TPPESSOA, X.PCT_PROLABORE, CASE WHEN X.CODSUBES = 0 THEN X.VLR_PAGO WHEN X.QTDE_VIDAS = 0 THEN 0 ELSE X.VLR_PAGO * X.QTDE_VIDAS_SUB / X.QTDE_VIDAS END AS VLR_BASE, ROUND(CASE WHEN X.CODSUBES = 0 THEN X.VLR_PAGO WHEN X.QTDE_VIDAS = 0 THEN 0 ELSE X.VLR_PAGO * X.QTDE_VIDAS_SUB / X.QTDE_VIDAS END * X.PCT_PROLABORE / 100, 2) AS VLR_PROLABORE FROM (SELECT R.NUM_APOLICE, R.CODSUBES, R.TPPESSOA, R.PCT_PROLABORE, Q.VLR_PAGO, (SELECT COUNT(*) FROM seguros.v0vidas_movto I WHERE I.num_apolice = R.num_apolice AND I.codsubes = R.codsubes AND I.tipo_movto = 'I' AND I.dt_movto <= :DT-FINAL AND NOT EXISTS (SELECT 1 FROM seguros.v0vidas_movto E WHERE E.num_apolice = I.num_apolice AND E.codsubes = I.codsubes AND E.cpf = I.cpf AND E.tipo_movto = 'E' AND E.dt_movto > I.dt_movto AND E.dt_movto <= :DT-FINAL)) AS QTDE_VIDAS_SUB, (SELECT COUNT(*) FROM seguros.v0vidas_movto I WHERE I.num_apolice = R.num_apolice AND I.tipo_movto = 'I' AND I.dt_movto <= :DT-FINAL AND NOT EXISTS (SELECT 1 FROM seguros.v0vidas_movto E WHERE E.num_apolice = I.num_apolice AND E.codsubes = I.codsubes AND E.cpf = I.cpf AND E.tipo_movto = 'E' AND E.dt_movto > I.dt_movto AND E.dt_movto <= :DT-FINAL)) AS QTDE_VIDAS FROM seguros.v0prolabore_param R, (SELECT H.NUM_APOLICE, SUM(H.VLPRMLIQ) AS VLR_PAGO FROM seguros.v0histoparc H WHERE H.dtqitbco BETWEEN :DT-INICIAL AND :DT-FINAL AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) GROUP BY H.NUM_APOLICE) Q WHERE Q.num_apolice = R.num_apolice AND :DT-FINAL BETWEEN R.dtinivig AND R.dttervig) X) Y) Z WHERE Z.VLR_PROLABORE > 0 AND NOT EXISTS (SELECT 1 FROM seguros.v0prolabore_calc C WHERE C.ano_mes = :ANO-MES) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
