       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP087.
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
      *- CUSTO DE AQUISICAO DIFERIDO - CONCILIACAO DO MES - COMISSAO
      *- DIFERIDA DOS ENDOSSOS EMITIDOS NO MES CONTRA A COMISSAO
      *- LIQUIDADA AOS CORRETORES NO MES (V0COMISSAO_PAGTO) E OS
      *- AJUSTES DE ESTORNO GERADOS NO MES - DIFERENCA A JUSTIFICAR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  VLR-COMIS-DIFERIDA                 PIC X(254).
           77  VLR-COMIS-LIQUIDADA                PIC X(254).
           77  VLR-ESTORNOS                       PIC X(254).
           77  VLR-DIFERENCA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           DT-INICIAL
           DT-FINAL
           VLR-COMIS-DIFERIDA
           VLR-COMIS-LIQUIDADA
           VLR-ESTORNOS
           VLR-DIFERENCA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT :ANO-MES AS ANO_MES, COALESCE((SELECT SUM(D.VLR_COMISSAO) FROM seguros.v0dac_mensal D WHERE D.ano_mes = :ANO-MES AND D.vlr_diferido_mes <> 0), 0) AS VLR_COMIS_DIFERIDA, COALESCE((SELECT SUM(P.VLR_COMISSAO) FROM seguros.v0comissao_pagto P WHERE P.ano_mes_ref = :ANO-MES), 0) AS VLR_COMIS_LIQUIDADA, COALESCE((SELECT SUM(J.VLR_AJUSTE) FROM seguros.v0comissao_ajuste J WHERE DATE(J.TIMESTAMP) BETWEEN :DT-INICIAL AND :DT-FINAL AND J.vlr_ajuste < 0), 0) AS VLR_ESTORNOS, COALESCE((SELECT SUM(D.VLR_COMISSAO) FROM seguros.v0dac_mensal D WHERE D.ano_mes = :ANO-MES AND D.vlr_diferido_mes <> 0), 0) - COALESCE((SELECT SUM(P.VLR_COMISSAO) FROM seguros.v0comissao_pagto P WHERE P.ano_mes_ref = :ANO-MES), 0) AS VLR_DIFERENCA FROM SYSIBM.SYSDUMMY1 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
