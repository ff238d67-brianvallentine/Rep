       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P046.
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
      *- NFS-E DO PRODUTOR PESSOA JURIDICA - LIQUIDACOES RETIDAS POR
      *- FALTA DE NOTA FISCAL QUE CONFIRA COM O VALOR - POR PRODUTOR,
      *- COM DIAS DE RETENCAO DESDE A LIQUIDACAO, DA MAIS ANTIGA PARA A
      *- MAIS RECENTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  CODCORR                            PIC X(254).
           77  NOMPDT                             PIC X(254).
           77  CGCCPF                             PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  ANO-MES-REF                        PIC X(254).
           77  VLR-COMISSAO                       PIC X(254).
           77  DT-PAGAMENTO                       PIC X(254).
           77  QTDIAS-RETIDO                      PIC X(254).
           77  FAIXA-RETENCAO                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           CODCORR
           NOMPDT
           CGCCPF
           CODSUBES
           ANO-MES-REF
           VLR-COMISSAO
           DT-PAGAMENTO
           QTDIAS-RETIDO
           FAIXA-RETENCAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT C.CODCORR, P.NOMPDT, P.CGCCPF, C.CODSUBES, C.ANO_MES_REF, C.VLR_COMISSAO, C.DT_PAGAMENTO, (DAYS(:DTMOVABE) - DAYS(DATE(C.TIMESTAMP))) AS QTDIAS_RETIDO, CASE WHEN (DAYS(:DTMOVABE) - DAYS(DATE(C.TIMESTAMP))) <= 30 THEN '01-30' WHEN (DAYS(:DTMOVABE) - DAYS(DATE(C.TIMESTAMP))) <= 60 THEN '31-60' WHEN (DAYS(:DTMOVABE) - DAYS(DATE(C.TIMESTAMP))) <= 90 THEN '61-90' ELSE '90+' END AS FAIXA_RETENCAO FROM seguros.v0comissao_pagto C, seguros.v1produtor P WHERE C.situacao = '0' AND P.codpdt = C.codcorr AND P.tppessoa = 'J' AND NOT EXISTS (SELECT 1 FROM seguros.v0nfse_produtor N WHERE N.codcorr = C.codcorr AND N.codsubes = C.codsubes AND N.ano_mes_ref = C.ano_mes_ref AND N.situacao = '1' AND ABS(N.VLR_BRUTO - C.VLR_COMISSAO) <= COALESCE((SELECT T.VLR_TOLERANCIA FROM seguros.v0nfse_param T WHERE T.dtinivig = (SELECT MAX(T2.DTINIVIG) FROM seguros.v0nfse_param T2 WHERE T2.dtinivig <= current date)), 0)) ORDER BY C.CODCORR, C.ANO_MES_REF END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
