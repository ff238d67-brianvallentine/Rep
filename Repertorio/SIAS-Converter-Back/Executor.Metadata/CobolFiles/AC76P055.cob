       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P055.
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
      *- PERSISTENCIA DE CARTEIRA - MONTA A SAFRA DO MES DE EMISSAO -
      *- APOLICES NOVAS (ENDOSSO ZERO) EMITIDAS NO PERIODO COM RAMO,
      *- FONTE, PRODUTOR (CODCORR DA EMISSAO DIARIA) E TIPO DE COBRANCA
      *- DA APOLICE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0persist_coorte (ANO_MES_EMISSAO, NUM_APOLICE, DTEMIS, RAMO, FONTE, CODCORR, TIPO_COBRANCA, TIMESTAMP) SELECT YEAR(E.DTEMIS) * 100 + MONTH(E.DTEMIS), E.NUM_APOLICE, E.DTEMIS, E.RAMO, E.FONTE, COALESCE((SELECT MIN(D.CODCORR) FROM seguros.v0emisdiaria D WHERE D.num_apolice = E.num_apolice AND D.nrendos = 0), 0), COALESCE((SELECT MAX(B.TIPO_COBRANCA) FROM seguros.v0apolcob B WHERE B.num_apolice = E.num_apolice), ' '), current timestamp FROM seguros.v1endosso E WHERE E.nrendos = 0 AND E.dtemis BETWEEN :DT-INICIAL AND :DT-FINAL AND NOT EXISTS (SELECT 1 FROM seguros.v0persist_coorte C WHERE C.num_apolice = E.num_apolice) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
