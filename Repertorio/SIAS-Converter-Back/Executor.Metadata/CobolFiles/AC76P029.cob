       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P029.
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
      *- ESTORNO DE COMISSAO - LIQUIDACAO DO CORRETOR - COMISSAO DO
      *- PERIODO (AC76P009), ESTORNOS PENDENTES A DESCONTAR E VALOR
      *- LIQUIDO A PAGAR (AC76P010) - O DESCONTO E LIMITADO A COMISSAO
      *- DO PERIODO, O RESTANTE FICA PARA O PROXIMO CICLO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  CODCORR                            PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  VLR-COMISSAO                       PIC X(254).
           77  VLR-ESTORNO                        PIC X(254).
           77  VLR-DESCONTO                       PIC X(254).
           77  VLR-LIQUIDO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           CODCORR
           CODSUBES
           VLR-COMISSAO
           VLR-ESTORNO
           VLR-DESCONTO
           VLR-LIQUIDO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.CODCORR, X.CODSUBES, X.VLR_COMISSAO, X.VLR_ESTORNO, CASE WHEN X.VLR_ESTORNO > X.VLR_COMISSAO THEN X.VLR_COMISSAO ELSE X.VLR_ESTORNO END AS VLR_DESCONTO, CASE WHEN X.VLR_ESTORNO > X.VLR_COMISSAO THEN 0 ELSE X.VLR_COMISSAO - X.VLR_ESTORNO END AS VLR_LIQUIDO FROM (SELECT C.CODCORR, C.CODSUBES, SUM(H.VLPRMLIQ * C.PCCOMCOR / 100) AS VLR_COMISSAO, COALESCE((SELECT 0 - SUM(A.VLR_SALDO) FROM seguros.v0comissao_ajuste A WHERE A.codcorr = C.codcorr AND A.codsubes = C.codsubes AND A.situacao = 'E' AND A.vlr_saldo < 0), 0) AS VLR_ESTORNO FROM seguros.v0histoparc H, seguros.v1endosso E, seguros.v1apolcorret C WHERE H.dtqitbco BETWEEN :DT-INICIAL AND :DT-FINAL AND H.sitcomis = '0' AND E.num_apolice = H.num_apolice AND E.nrendos = H.nrendos AND C.num_apolice = H.num_apolice AND C.ramofr = E.ramo AND C.modalifr = E.modalida AND H.dtmovto BETWEEN C.DTINIVIG AND C.DTTERVIG GROUP BY C.CODCORR, C.CODSUBES) X ORDER BY X.CODCORR, X.CODSUBES END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
