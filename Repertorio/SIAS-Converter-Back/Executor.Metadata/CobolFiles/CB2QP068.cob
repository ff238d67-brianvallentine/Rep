       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2QP068.
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
      *- TARIFA BANCARIA DE COBRANCA - VOLUMES DO MES E TARIFA ESPERADA
      *- POR BANCO, CONVENIO E SERVICO - TITULOS REGISTRADOS,
      *- LIQUIDADOS E INSTRUCOES (V0TITULO_REG/RETORNO/INSTRUCAO),
      *- DEBITOS APRESENTADOS (V0MOVDEBCC_CEF) E REAPRESENTADOS
      *- (V0REDEBITO_AGENDA) NO CONVENIO CEF E COBRANCAS PIX EMITIDAS
      *- NO PSP BANCO-PIX - VALOR PELA TARIFA VIGENTE NO FIM DO MES
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  BANCO-PIX                          PIC X(254).
           77  BANCO                              PIC X(254).
           77  COD-CONVENIO                       PIC X(254).
           77  TIPO-SERVICO                       PIC X(254).
           77  QTDE-ESPERADA                      PIC X(254).
           77  VLR-TARIFA                         PIC X(254).
           77  VLR-ESPERADO                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           BANCO-PIX
           BANCO
           COD-CONVENIO
           TIPO-SERVICO
           QTDE-ESPERADA
           VLR-TARIFA
           VLR-ESPERADO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT V.BANCO, V.COD_CONVENIO, V.TIPO_SERVICO, V.QTDE AS QTDE_ESPERADA, T.VLR_TARIFA, V.QTDE * COALESCE(T.VLR_TARIFA, 0) AS VLR_ESPERADO FROM (SELECT T.BANCO, 0 AS COD_CONVENIO, 'REGISTRO' AS TIPO_SERVICO, COUNT(*) AS QTDE FROM seguros.v0titulo_reg T WHERE DATE(T.TIMESTAMP) BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY T.BANCO UNION ALL SELECT R.BANCO, 0, 'LIQUIDACAO', COUNT(*) FROM seguros.v0titulo_retorno R WHERE R.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY R.BANCO UNION ALL SELECT I.BANCO, 0, 'INSTRUCAO', COUNT(*) FROM seguros.v0titulo_instrucao I WHERE DATE(I.TIMESTAMP) BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY I.BANCO UNION ALL SELECT 104, M.COD_CONVENIO, 'DEBITO', COUNT(*) FROM seguros.v0movdebcc_cef M WHERE M.dtenvio BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY M.COD_CONVENIO UNION ALL SELECT 104, A.COD_CONVENIO, 'REAPRESENTACAO', COUNT(*) FROM seguros.v0redebito_agenda A WHERE A.dt_reapresent BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY A.COD_CONVENIO UNION ALL SELECT :BANCO-PIX, 0, 'PIX', COUNT(*) FROM seguros.v0pix_cobranca X WHERE X.dt_emissao BETWEEN :DT-INICIAL AND :DT-FINAL) V LEFT JOIN seguros.v0tarifa_bco T ON T.banco = V.banco AND T.cod_convenio = V.cod_convenio AND T.tipo_servico = V.tipo_servico AND T.situacao = '1' AND :DT-FINAL BETWEEN T.dtinivig AND T.dttervig WHERE V.QTDE > 0 ORDER BY V.BANCO, V.COD_CONVENIO, V.TIPO_SERVICO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
