       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P51.
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
      *- REGISTRO DE OPERACOES SUSEP (SRO) - CAPTURA DIARIA DOS EVENTOS
      *- A REGISTRAR - ENDOSSOS EMITIDOS NO DIA (APOLICE NOVA OU
      *- ALTERADA), SUAS COBERTURAS E PARCELAS E OS PREMIOS QUITADOS NO
      *- DIA - COM O PRAZO LIMITE DE REGISTRO - SITUACAO 0 A ENVIAR, 1
      *- ENVIADO, 2 ACEITO PELA REGISTRADORA, 3 REJEITADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0sro_registro (ID_REGISTRO, TIPO_REGISTRO, NUM_APOLICE, NRENDOS, NUM_ITEM, COD_COBERTURA, NRPARCEL, OCORHIST, DT_EVENTO, DT_LIMITE, VLR_REGISTRO, NUM_LOTE, DT_ENVIO, DT_RETORNO, PROTOCOLO, COD_REJEICAO, DESCR_REJEICAO, QTDE_ENVIOS, SITUACAO, TIMESTAMP) SELECT (SELECT COALESCE(MAX(R.ID_REGISTRO), 0) FROM seguros.v0sro_registro R) + ROW_NUMBER() OVER (ORDER BY X.TIPO_REGISTRO, X.NUM_APOLICE, X.NRENDOS, X.NUM_ITEM, X.COD_COBERTURA, X.NRPARCEL, X.OCORHIST), X.TIPO_REGISTRO, X.NUM_APOLICE, X.NRENDOS, X.NUM_ITEM, X.COD_COBERTURA, X.NRPARCEL, X.OCORHIST, X.DT_EVENTO, (SELECT MIN(K.DATA_CALEND) FROM seguros.v0calendario K WHERE K.data_calend >= (X.DT_EVENTO + COALESCE((SELECT S.QTDIAS_PRAZO FROM seguros.v0sro_param S WHERE S.tipo_registro = X.tipo_registro), 0) DAYS) AND K.ind_dia_util = '1'), X.VLR_REGISTRO, NULL, NULL, NULL, NULL, NULL, NULL, 0, '0', current timestamp FROM (SELECT 'AP' AS TIPO_REGISTRO, E.NUM_APOLICE, E.NRENDOS, 0 AS NUM_ITEM, 0 AS COD_COBERTURA, 0 AS NRPARCEL, 0 AS OCORHIST, E.DTEMIS AS DT_EVENTO, COALESCE((SELECT SUM(P.VLPRMTOT) FROM seguros.v1parcela P WHERE P.num_apolice = E.num_apolice AND P.nrendos = E.nrendos), 0) AS VLR_REGISTRO FROM seguros.v1endosso E WHERE E.dtemis = :DTMOVTO UNION ALL SELECT 'CB', C.NUM_APOLICE, C.NRENDOS, C.NUM_ITEM, C.COD_COBERTURA, 0, 0, E.DTEMIS, C.PCT_COBERTURA FROM seguros.v1coberapol C, seguros.v1endosso E WHERE E.dtemis = :DTMOVTO AND C.num_apolice = E.num_apolice AND C.nrendos = E.nrendos UNION ALL SELECT 'PA', P.NUM_APOLICE, P.NRENDOS, 0, 0, P.NRPARCEL, 0, E.DTEMIS, P.VLPRMTOT FROM seguros.v1parcela P, seguros.v1endosso E WHERE E.dtemis = :DTMOVTO AND P.num_apolice = E.num_apolice AND P.nrendos = E.nrendos UNION ALL SELECT 'PG', H.NUM_APOLICE, H.NRENDOS, 0, 0, H.NRPARCEL, H.OCORHIST, H.DTQITBCO, H.VLPRMTOT FROM seguros.v0histoparc H WHERE H.dtqitbco = :DTMOVTO AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801)) X WHERE NOT EXISTS (SELECT 1 FROM seguros.v0sro_registro R WHERE R.tipo_registro = X.tipo_registro AND R.num_apolice = X.num_apolice AND R.nrendos = X.nrendos AND R.num_item = X.num_item AND R.cod_cobertura = X.cod_cobertura AND R.nrparcel = X.nrparcel AND R.ocorhist = X.ocorhist) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
