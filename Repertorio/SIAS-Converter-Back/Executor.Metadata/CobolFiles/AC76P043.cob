       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P043.
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
      *- NFS-E DO PRODUTOR PESSOA JURIDICA - CONFERE A NOTA COM A
      *- LIQUIDACAO - VALOR BRUTO DA NOTA CONTRA A COMISSAO LIQUIDADA,
      *- DIFERENCA E TOLERANCIA VIGENTE - IND_CONFERE N MANTEM A
      *- LIQUIDACAO RETIDA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODCORR                            PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  ANO-MES-REF                        PIC X(254).
           77  VLR-COMISSAO                       PIC X(254).
           77  NUM-NFSE                           PIC X(254).
           77  COD-MUNICIPIO                      PIC X(254).
           77  DT-EMISSAO                         PIC X(254).
           77  VLR-BRUTO                          PIC X(254).
           77  VLR-ISS-RETIDO                     PIC X(254).
           77  VLR-DIFERENCA                      PIC X(254).
           77  VLR-TOLERANCIA                     PIC X(254).
           77  IND-CONFERE                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODCORR
           CODSUBES
           ANO-MES-REF
           VLR-COMISSAO
           NUM-NFSE
           COD-MUNICIPIO
           DT-EMISSAO
           VLR-BRUTO
           VLR-ISS-RETIDO
           VLR-DIFERENCA
           VLR-TOLERANCIA
           IND-CONFERE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT C.CODCORR, C.CODSUBES, C.ANO_MES_REF, C.VLR_COMISSAO, N.NUM_NFSE, N.COD_MUNICIPIO, N.DT_EMISSAO, N.VLR_BRUTO, N.VLR_ISS_RETIDO, (N.VLR_BRUTO - C.VLR_COMISSAO) AS VLR_DIFERENCA, COALESCE((SELECT T.VLR_TOLERANCIA FROM seguros.v0nfse_param T WHERE T.dtinivig = (SELECT MAX(T2.DTINIVIG) FROM seguros.v0nfse_param T2 WHERE T2.dtinivig <= current date)), 0) AS VLR_TOLERANCIA, CASE WHEN ABS(N.VLR_BRUTO - C.VLR_COMISSAO) <= COALESCE((SELECT T.VLR_TOLERANCIA FROM seguros.v0nfse_param T WHERE T.dtinivig = (SELECT MAX(T2.DTINIVIG) FROM seguros.v0nfse_param T2 WHERE T2.dtinivig <= current date)), 0) THEN 'S' ELSE 'N' END AS IND_CONFERE FROM seguros.v0comissao_pagto C LEFT JOIN seguros.v0nfse_produtor N ON N.codcorr = C.codcorr AND N.codsubes = C.codsubes AND N.ano_mes_ref = C.ano_mes_ref AND N.situacao = '1' WHERE C.codcorr = :CODCORR AND C.codsubes = :CODSUBES AND C.ano_mes_ref = :ANO-MES-REF END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
