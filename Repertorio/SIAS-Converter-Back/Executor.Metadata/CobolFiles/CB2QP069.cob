       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2QP069.
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
      *- TARIFA BANCARIA DE COBRANCA - RELATORIO DE DIVERGENCIAS DO MES
      *- PARA RECLAMACAO JUNTO AO BANCO - ESPERADO PELOS VOLUMES
      *- PROPRIOS (MESMA BASE DE CB2QP068) X COBRADO PELO BANCO
      *- (CB2QP067) - SO LISTA QUANTIDADE OU VALOR DIVERGENTE ALEM DA
      *- TOLERANCIA E SERVICO SEM TARIFA CONTRATADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  BANCO-PIX                          PIC X(254).
           77  TOLERANCIA                         PIC X(254).
           77  BANCO                              PIC X(254).
           77  COD-CONVENIO                       PIC X(254).
           77  TIPO-SERVICO                       PIC X(254).
           77  QTDE-ESPERADA                      PIC X(254).
           77  QTDE-COBRADA                       PIC X(254).
           77  VLR-TARIFA                         PIC X(254).
           77  VLR-ESPERADO                       PIC X(254).
           77  VLR-COBRADO                        PIC X(254).
           77  VLR-DIVERGENCIA                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           DT-INICIAL
           DT-FINAL
           BANCO-PIX
           TOLERANCIA
           BANCO
           COD-CONVENIO
           TIPO-SERVICO
           QTDE-ESPERADA
           QTDE-COBRADA
           VLR-TARIFA
           VLR-ESPERADO
           VLR-COBRADO
           VLR-DIVERGENCIA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT COALESCE(E.BANCO, C.BANCO) AS BANCO, COALESCE(E.COD_CONVENIO, C.COD_CONVENIO) AS COD_CONVENIO, COALESCE(E.TIPO_SERVICO, C.TIPO_SERVICO) AS TIPO_SERVICO, COALESCE(E.QTDE_ESPERADA, 0) AS QTDE_ESPERADA, COALESCE(C.QTDE_COBRADA, 0) AS QTDE_COBRADA, E.VLR_TARIFA, COALESCE(E.VLR_ESPERADO, 0) AS VLR_ESPERADO, COALESCE(C.VLR_COBRADO, 0) AS VLR_COBRADO, COALESCE(C.VLR_COBRADO, 0) - COALESCE(E.VLR_ESPERADO, 0) AS VLR_DIVERGENCIA FROM (SELECT V.BANCO, V.COD_CONVENIO, V.TIPO_SERVICO, V.QTDE AS QTDE_ESPERADA, T.VLR_TARIFA, V.QTDE * COALESCE(T.VLR_TARIFA, 0) AS VLR_ESPERADO FROM (SELECT T.BANCO, 0 AS COD_CONVENIO, 'REGISTRO' AS TIPO_SERVICO, COUNT(*) AS QTDE FROM seguros.v0titulo_reg T WHERE DATE(T.TIMESTAMP) BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY T.BANCO UNION ALL SELECT R.BANCO, 0, 'LIQUIDACAO', COUNT(*) FROM seguros.v0titulo_retorno R WHERE R.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY R.BANCO UNION ALL SELECT I.BANCO, 0, 'INSTRUCAO', COUNT(*) FROM seguros.v0titulo_instrucao I WHERE DATE(I.TIMESTAMP) BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY I.BANCO UNION ALL SELECT 104, M.COD_CONVENIO, 'DEBITO', COUNT(*) FROM seguros.v0movdebcc_cef M WHERE M.dtenvio BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY M.COD_CONVENIO UNION ALL SELECT 104, A.COD_CONVENIO, 'REAPRESENTACAO', COUNT(*) FROM seguros.v0redebito_agenda A WHERE A.dt_reapresent BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY A.COD_CONVENIO UNION ALL SELECT :BANCO-PIX, 0, 'PIX', COUNT(*) FROM seguros.v0pix_cobranca X WHERE X.dt_emissao BETWEEN :DT-INICIAL AND :DT-FINAL) V LEFT JOIN seguros.v0tarifa_bco T ON T.banco = V.banco AND T.cod_convenio = V.cod_convenio AND T.tipo_servico = V.tipo_servico AND T.situacao = '1' AND :DT-FINAL BETWEEN T.dtinivig AND T.dttervig WHERE V.QTDE > 0) E FULL OUTER JOIN (SELECT BANCO, COD_CONVENIO, TIPO_SERVICO, QTDE_COBRADA, VLR_COBRADO FROM seguros.v0tarifa_cobrada WHERE ano_mes = :ANO-MES) C ON C.banco = E.banco AND C.cod_convenio = E.cod_convenio AND C.tipo_servico = E.tipo_servico WHERE E.VLR_TARIFA IS NULL OR COALESCE(E.QTDE_ESPERADA, 0) <> COALESCE(C.QTDE_COBRADA, 0) OR ABS(COALESCE(C.VLR_COBRADO, 0) - COALESCE(E.VLR_ESPERADO, 0)) > :TOLERANCIA ORDER BY 1, 2, 3 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
