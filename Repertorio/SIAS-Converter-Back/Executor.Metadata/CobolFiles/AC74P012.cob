       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC74P012.
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
      *- AUDITORIA DO PREMIO TARIFARIO - EXECUCAO NOTURNA - RECALCULA
      *- PELA TABELA DE TAXAS VIGENTE NO INICIO DE VIGENCIA O PREMIO
      *- TARIFARIO DE CADA EMISSAO E ENDOSSO DO DIA (V0EMISDIARIA) E
      *- GRAVA OS QUE DIVERGEM DO PRM_TARIFARIO DO HISTORICO (OPERACOES
      *- 101 E 801) ALEM DA TOLERANCIA DO RAMO - TIPO_DIVERGENCIA V
      *- VALOR, T SEM TAXA OU SEM DADOS DE TARIFACAO - SITUACAO 0
      *- PENDENTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0tarifa_auditoria (DTMOVTO, NUM_APOLICE, NRENDOS, RAMO, MODALIDA, CODPRODU, CODCORR, SISTEMA_ORIGEM, PRM_ARMAZENADO, PRM_CALCULADO, VLR_DIFERENCA, TIPO_DIVERGENCIA, SITUACAO, CODUSU, TIMESTAMP) SELECT :DTMOVTO, X.NUM_APOLICE, X.NRENDOS, X.RAMO, X.MODALIDA, X.CODPRODU, X.CODCORR, X.SISTEMA_ORIGEM, X.PRM_ARMAZENADO, X.PRM_CALCULADO, X.PRM_ARMAZENADO - COALESCE(X.PRM_CALCULADO, 0), CASE WHEN X.PRM_CALCULADO IS NULL THEN 'T' ELSE 'V' END, '0', :CODUSU, current timestamp FROM (SELECT D.NUM_APOLICE, D.NRENDOS, E.RAMO, E.MODALIDA, E.CODPRODU, MIN(D.CODCORR) AS CODCORR, (SELECT MIN(R.SISTEMA_ORIGEM) FROM seguros.v0tarifa_risco R WHERE R.num_apolice = D.num_apolice AND R.nrendos = D.nrendos) AS SISTEMA_ORIGEM, COALESCE((SELECT SUM(H.PRM_TARIFARIO) FROM seguros.v1histoparc H WHERE H.num_apolice = D.num_apolice AND H.nrendos = D.nrendos AND H.operacao IN (101, 801)), 0) AS PRM_ARMAZENADO, (SELECT SUM(CASE WHEN R.VLR_BASE * T.PCT_TAXA / 100 < T.VLR_PREMIO_MINIMO THEN T.VLR_PREMIO_MINIMO ELSE R.VLR_BASE * T.PCT_TAXA / 100 END) FROM seguros.v0tarifa_risco R, seguros.v0tarifa_taxa T WHERE R.num_apolice = D.num_apolice AND R.nrendos = D.nrendos AND T.ramo = E.ramo AND T.modalida = E.modalida AND T.codprodu = E.codprodu AND T.cod_fator = R.cod_fator AND E.dtinivig BETWEEN T.dtinivig AND T.dttervig) AS PRM_CALCULADO FROM seguros.v0emisdiaria D, seguros.v1endosso E WHERE D.dtmovto = :DTMOVTO AND E.num_apolice = D.num_apolice AND E.nrendos = D.nrendos GROUP BY D.NUM_APOLICE, D.NRENDOS, E.RAMO, E.MODALIDA, E.CODPRODU, E.DTINIVIG) X WHERE (X.PRM_CALCULADO IS NULL OR (ABS(X.PRM_ARMAZENADO - X.PRM_CALCULADO) > COALESCE((SELECT L.VLR_TOLERANCIA_MIN FROM seguros.v0tarifa_tolerancia L WHERE L.ramo = X.ramo AND L.situacao = '1'), 0) AND ABS(X.PRM_ARMAZENADO - X.PRM_CALCULADO) * 100 > COALESCE((SELECT L.PCT_TOLERANCIA FROM seguros.v0tarifa_tolerancia L WHERE L.ramo = X.ramo AND L.situacao = '1'), 0) * ABS(X.PRM_CALCULADO))) AND NOT EXISTS (SELECT 1 FROM seguros.v0tarifa_auditoria Z WHERE Z.num_apolice = X.num_apolice AND Z.nrendos = X.nrendos) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
