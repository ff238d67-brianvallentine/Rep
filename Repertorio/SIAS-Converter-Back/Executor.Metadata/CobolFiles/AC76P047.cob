       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P047.
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
      *- EFD-REINF - EXTRATO MENSAL DAS RETENCOES SOBRE COMISSAO POR
      *- BENEFICIARIO - R-4010 PESSOA FISICA E R-4020 PESSOA JURIDICA -
      *- RENDIMENTO E IRRF RETIDO GRAVADOS NA LIQUIDACAO (AC76P014) COM
      *- A DATA DE PAGAMENTO DA COMISSAO - MESMA ORIGEM DO EXTRATO
      *- ANUAL DIRF (AC76P016)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  TIPO-EVENTO                        PIC X(254).
           77  CGCCPF                             PIC X(254).
           77  TPPESSOA                           PIC X(254).
           77  DT-PAGAMENTO                       PIC X(254).
           77  VLR-RENDIMENTO                     PIC X(254).
           77  VLR-IRRF                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           TIPO-EVENTO
           CGCCPF
           TPPESSOA
           DT-PAGAMENTO
           VLR-RENDIMENTO
           VLR-IRRF.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT CASE WHEN I.TPPESSOA = 'J' THEN 'R-4020' ELSE 'R-4010' END AS TIPO_EVENTO, I.CGCCPF, I.TPPESSOA, P.DT_PAGAMENTO, SUM(I.VLR_BASE) AS VLR_RENDIMENTO, SUM(I.VLR_IRRF) AS VLR_IRRF FROM seguros.v0comissao_impostos I LEFT JOIN seguros.v0comissao_pagto P ON P.codcorr = I.codcorr AND P.codsubes = I.codsubes AND P.ano_mes_ref = I.ano_mes_ref WHERE I.ano_mes_ref = :ANO-MES GROUP BY I.TPPESSOA, I.CGCCPF, P.DT_PAGAMENTO ORDER BY 1, I.CGCCPF, P.DT_PAGAMENTO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
