       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P057.
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
      *- PERSISTENCIA DE CARTEIRA - TAXA DE PERSISTENCIA DAS SAFRAS AOS
      *- 3, 6 E 12 MESES (APOLICES ATIVAS E PAGANDO SOBRE AS APURADAS
      *- NAQUELA IDADE) - QUEBRA POR R RAMO, P PRODUTOR (CODCORR), F
      *- FONTE OU C TIPO DE COBRANCA - TAXA NULA QUANDO A SAFRA AINDA
      *- NAO CHEGOU A IDADE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DIMENSAO                           PIC X(254).
           77  ANO-MES-INICIAL                    PIC X(254).
           77  ANO-MES-FINAL                      PIC X(254).
           77  ANO-MES-EMISSAO                    PIC X(254).
           77  VLR-DIMENSAO                       PIC X(254).
           77  QTDE-SAFRA                         PIC X(254).
           77  PCT-PERSIST-03                     PIC X(254).
           77  PCT-PERSIST-06                     PIC X(254).
           77  PCT-PERSIST-12                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DIMENSAO
           ANO-MES-INICIAL
           ANO-MES-FINAL
           ANO-MES-EMISSAO
           VLR-DIMENSAO
           QTDE-SAFRA
           PCT-PERSIST-03
           PCT-PERSIST-06
           PCT-PERSIST-12.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT C.ANO_MES_EMISSAO, CASE :DIMENSAO WHEN 'R' THEN CHAR(C.RAMO) WHEN 'P' THEN CHAR(C.CODCORR) WHEN 'F' THEN CHAR(C.FONTE) ELSE C.TIPO_COBRANCA END AS VLR_DIMENSAO, COUNT(DISTINCT C.NUM_APOLICE) AS QTDE_SAFRA, CASE WHEN SUM(CASE WHEN S.QTMESES = 3 THEN 1 ELSE 0 END) > 0 THEN DEC(SUM(CASE WHEN S.QTMESES = 3 AND S.SITUACAO = 'A' THEN 1 ELSE 0 END) * 100, 9, 2) / SUM(CASE WHEN S.QTMESES = 3 THEN 1 ELSE 0 END) END AS PCT_PERSIST_03, CASE WHEN SUM(CASE WHEN S.QTMESES = 6 THEN 1 ELSE 0 END) > 0 THEN DEC(SUM(CASE WHEN S.QTMESES = 6 AND S.SITUACAO = 'A' THEN 1 ELSE 0 END) * 100, 9, 2) / SUM(CASE WHEN S.QTMESES = 6 THEN 1 ELSE 0 END) END AS PCT_PERSIST_06, CASE WHEN SUM(CASE WHEN S.QTMESES = 12 THEN 1 ELSE 0 END) > 0 THEN DEC(SUM(CASE WHEN S.QTMESES = 12 AND S.SITUACAO = 'A' THEN 1 ELSE 0 END) * 100, 9, 2) / SUM(CASE WHEN S.QTMESES = 12 THEN 1 ELSE 0 END) END AS PCT_PERSIST_12 FROM seguros.v0persist_coorte C LEFT JOIN seguros.v0persist_situacao S ON S.num_apolice = C.num_apolice WHERE C.ano_mes_emissao BETWEEN :ANO-MES-INICIAL AND :ANO-MES-FINAL GROUP BY C.ANO_MES_EMISSAO, CASE :DIMENSAO WHEN 'R' THEN CHAR(C.RAMO) WHEN 'P' THEN CHAR(C.CODCORR) WHEN 'F' THEN CHAR(C.FONTE) ELSE C.TIPO_COBRANCA END ORDER BY 1, 2 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
