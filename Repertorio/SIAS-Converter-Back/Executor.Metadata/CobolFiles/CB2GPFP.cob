       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFP.
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
      *- VISTORIA PREVIA - CONCILIACAO MENSAL DA FATURA DA EMPRESA COM
      *- AS VISTORIAS REALIZADAS NO MES - TIPO_DIVERGENCIA N COBRADA
      *- SEM VISTORIA REALIZADA, F REALIZADA SEM COBRANCA, V VALOR
      *- DIFERENTE DO CONTRATADO, D COBRADA MAIS DE UMA VEZ
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  COD-EMPRESA-VIST                   PIC X(254).
           77  ANO-MES                            PIC X(254).
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  NUM-VISTORIA                       PIC X(254).
           77  DT-VISTORIA                        PIC X(254).
           77  RESULTADO                          PIC X(254).
           77  VLR-TARIFA                         PIC X(254).
           77  VLR-COBRADO                        PIC X(254).
           77  QTDE-COBRANCAS                     PIC X(254).
           77  TIPO-DIVERGENCIA                   PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           COD-EMPRESA-VIST
           ANO-MES
           DT-INICIAL
           DT-FINAL
           NUM-VISTORIA
           DT-VISTORIA
           RESULTADO
           VLR-TARIFA
           VLR-COBRADO
           QTDE-COBRANCAS
           TIPO-DIVERGENCIA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT COALESCE(R.NUM_VISTORIA, F.NUM_VISTORIA) AS NUM_VISTORIA, R.DT_VISTORIA, R.RESULTADO, R.VLR_TARIFA, F.VLR_COBRADO, F.QTDE_COBRANCAS, CASE WHEN R.NUM_VISTORIA IS NULL THEN 'N' WHEN F.NUM_VISTORIA IS NULL THEN 'F' WHEN F.QTDE_COBRANCAS > 1 THEN 'D' ELSE 'V' END AS TIPO_DIVERGENCIA FROM (SELECT S.NUM_VISTORIA, S.DT_VISTORIA, S.RESULTADO, E.VLR_TARIFA FROM seguros.v0vistoria S, seguros.v0vistoria_empresa E WHERE S.cod_empresa_vist = :COD-EMPRESA-VIST AND S.situacao = '2' AND S.dt_vistoria BETWEEN :DT-INICIAL AND :DT-FINAL AND E.cod_empresa_vist = S.cod_empresa_vist) R FULL OUTER JOIN (SELECT B.NUM_VISTORIA, SUM(B.VLR_COBRADO) AS VLR_COBRADO, COUNT(*) AS QTDE_COBRANCAS FROM seguros.v0vistoria_fatura B WHERE B.cod_empresa_vist = :COD-EMPRESA-VIST AND B.ano_mes = :ANO-MES GROUP BY B.NUM_VISTORIA) F ON F.NUM_VISTORIA = R.NUM_VISTORIA WHERE R.NUM_VISTORIA IS NULL OR F.NUM_VISTORIA IS NULL OR F.QTDE_COBRANCAS > 1 OR F.VLR_COBRADO <> R.VLR_TARIFA ORDER BY TIPO_DIVERGENCIA, NUM_VISTORIA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
