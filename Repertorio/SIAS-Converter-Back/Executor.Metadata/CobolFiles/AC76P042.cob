       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P042.
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
      *- NFS-E DO PRODUTOR PESSOA JURIDICA - REGISTRA A NOTA FISCAL DE
      *- SERVICO DA LIQUIDACAO DE COMISSAO (CORRETOR, SUBESTIPULANTE E
      *- MES) - NUMERO, MUNICIPIO, EMISSAO, VALOR BRUTO E ISS RETIDO -
      *- SOMENTE PARA LIQUIDACAO EXISTENTE DE PRODUTOR TPPESSOA J E SEM
      *- NOTA COM O MESMO NUMERO NO MUNICIPIO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODCORR                            PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  ANO-MES-REF                        PIC X(254).
           77  NUM-NFSE                           PIC X(254).
           77  COD-MUNICIPIO                      PIC X(254).
           77  DT-EMISSAO                         PIC X(254).
           77  VLR-BRUTO                          PIC X(254).
           77  VLR-ISS-RETIDO                     PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODCORR
           CODSUBES
           ANO-MES-REF
           NUM-NFSE
           COD-MUNICIPIO
           DT-EMISSAO
           VLR-BRUTO
           VLR-ISS-RETIDO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0nfse_produtor (CODCORR, CODSUBES, ANO_MES_REF, NUM_NFSE, COD_MUNICIPIO, DT_EMISSAO, VLR_BRUTO, VLR_ISS_RETIDO, SITUACAO, CODUSU, TIMESTAMP) SELECT C.CODCORR, C.CODSUBES, C.ANO_MES_REF, :NUM-NFSE, :COD-MUNICIPIO, :DT-EMISSAO, :VLR-BRUTO, :VLR-ISS-RETIDO, '1', :CODUSU, current timestamp FROM seguros.v0comissao_pagto C, seguros.v1produtor P WHERE C.codcorr = :CODCORR AND C.codsubes = :CODSUBES AND C.ano_mes_ref = :ANO-MES-REF AND P.codpdt = C.codcorr AND P.tppessoa = 'J' AND NOT EXISTS (SELECT 1 FROM seguros.v0nfse_produtor N WHERE N.codcorr = :CODCORR AND N.num_nfse = :NUM-NFSE AND N.cod_municipio = :COD-MUNICIPIO AND N.situacao = '1') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
