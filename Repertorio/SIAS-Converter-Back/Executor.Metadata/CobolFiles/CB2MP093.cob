       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP093.
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
      *- PIS/COFINS SOBRE RECEITA DE PREMIO - DADOS DA DECLARACAO E DO
      *- RECOLHIMENTO DO MES - TOTAL DA BASE E DO TRIBUTO COM O CODIGO
      *- DE RECEITA E O VENCIMENTO (DIA 25 DO MES SEGUINTE, ANTECIPADO
      *- PARA O DIA UTIL ANTERIOR QUANDO NAO FOR DIA UTIL) - SOMENTE
      *- MEMORIA CONTABILIZADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  DT-INICIAL                         PIC X(254).
           77  TRIBUTO                            PIC X(254).
           77  COD-RECEITA                        PIC X(254).
           77  VLR-BASE                           PIC X(254).
           77  VLR-TRIBUTO                        PIC X(254).
           77  DT-VENCIMENTO                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           DT-INICIAL
           TRIBUTO
           COD-RECEITA
           VLR-BASE
           VLR-TRIBUTO
           DT-VENCIMENTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT 'PIS' AS TRIBUTO, P.COD_RECEITA, SUM(M.VLR_BASE) AS VLR_BASE, SUM(M.VLR_PIS) AS VLR_TRIBUTO, (SELECT MAX(K.DATA_CALEND) FROM seguros.v0calendario K WHERE K.data_calend <= (:DT-INICIAL + 1 MONTH + 24 DAYS) AND K.ind_dia_util = '1') AS DT_VENCIMENTO FROM seguros.v0pis_cofins_mensal M, seguros.v0pis_cofins_param P WHERE M.ano_mes = :ANO-MES AND M.situacao = '1' AND P.tributo = 'PIS' AND P.situacao = '1' AND P.pct_aliquota = M.pct_pis AND (:DT-INICIAL + 1 MONTH - 1 DAY) BETWEEN P.dtinivig AND P.dttervig GROUP BY P.COD_RECEITA UNION ALL SELECT 'COFINS' AS TRIBUTO, F.COD_RECEITA, SUM(M.VLR_BASE) AS VLR_BASE, SUM(M.VLR_COFINS) AS VLR_TRIBUTO, (SELECT MAX(K.DATA_CALEND) FROM seguros.v0calendario K WHERE K.data_calend <= (:DT-INICIAL + 1 MONTH + 24 DAYS) AND K.ind_dia_util = '1') AS DT_VENCIMENTO FROM seguros.v0pis_cofins_mensal M, seguros.v0pis_cofins_param F WHERE M.ano_mes = :ANO-MES AND M.situacao = '1' AND F.tributo = 'COFINS' AND F.situacao = '1' AND F.pct_aliquota = M.pct_cofins AND (:DT-INICIAL + 1 MONTH - 1 DAY) BETWEEN F.dtinivig AND F.dttervig GROUP BY F.COD_RECEITA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
