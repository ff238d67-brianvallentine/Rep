       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P038.
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
      *- OVERRIDING DA HIERARQUIA DE PRODUCAO - CALCULO MENSAL -
      *- CREDITA A CADA NO ACIMA DO PRODUTOR (E AO PROPRIO NO) O
      *- PERCENTUAL DO NIVEL E RAMO SOBRE O PREMIO LIQUIDO QUITADO NO
      *- MES, NA PARTICIPACAO DO CORRETOR NA APOLICE - SITUACAO 0 A
      *- PAGAR - UM CALCULO POR MES
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0overriding_calc (ANO_MES, CODHIE, CODPDT_BENEF, NIVEL, RAMO, VLR_BASE, PCT_OVERRIDING, VLR_OVERRIDING, SITUACAO, CODUSU, TIMESTAMP) SELECT :ANO-MES, N.CODHIE, N.CODPDT_BENEF, N.NIVEL, E.RAMO, SUM(H.VLPRMLIQ * C.PCPARCOR / 100), O.PCT_OVERRIDING, ROUND(SUM(H.VLPRMLIQ * C.PCPARCOR / 100) * O.PCT_OVERRIDING / 100, 2), '0', :CODUSU, current timestamp FROM seguros.v0histoparc H, seguros.v1endosso E, seguros.v1apolcorret C, seguros.v1produtor P, seguros.v0hierarquia_ascend S, seguros.v0hierarquia N, seguros.v0overriding_pct O WHERE H.dtqitbco BETWEEN :DT-INICIAL AND :DT-FINAL AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND E.num_apolice = H.num_apolice AND E.nrendos = H.nrendos AND C.num_apolice = H.num_apolice AND C.ramofr = E.ramo AND C.modalifr = E.modalida AND H.dtmovto BETWEEN C.DTINIVIG AND C.DTTERVIG AND P.codpdt = C.codcorr AND S.codhie = P.codhie AND N.codhie = S.codhie_ascend AND N.situacao = '1' AND O.nivel = N.nivel AND O.ramo = E.ramo AND :DT-FINAL BETWEEN O.dtinivig AND O.dttervig AND NOT EXISTS (SELECT 1 FROM seguros.v0overriding_calc X WHERE X.ano_mes = :ANO-MES) GROUP BY N.CODHIE, N.CODPDT_BENEF, N.NIVEL, E.RAMO, O.PCT_OVERRIDING END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
