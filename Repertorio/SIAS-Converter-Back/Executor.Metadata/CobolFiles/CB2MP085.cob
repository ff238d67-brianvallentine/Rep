       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP085.
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
      *- CUSTO DE AQUISICAO DIFERIDO - CALCULO MENSAL POR APOLICE E
      *- ENDOSSO - CUSTO = COMISSAO DO CORRETOR (PCCOMCOR VIGENTE SOBRE
      *- O PREMIO LIQUIDO EMITIDO) MAIS OUTROS CUSTOS (CB2MP084) -
      *- DIFERIDO NO MES O CUSTO DO ENDOSSO EMITIDO NO MES, AMORTIZADO
      *- PRO RATA DIE DA VIGENCIA NA MESMA BASE DO PREMIO GANHO
      *- (CB2MP068) E SALDO A AMORTIZAR NA MESMA BASE DA PPNG
      *- (CB2MP071) - UM CALCULO POR MES
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           DT-INICIAL
           DT-FINAL
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0dac_mensal (ANO_MES, NUM_APOLICE, NRENDOS, RAMO, DTINIVIG, DTTERVIG, VLR_COMISSAO, VLR_OUTROS, VLR_DIFERIDO_MES, VLR_AMORTIZACAO, VLR_DAC_SALDO, CODUSU, TIMESTAMP) SELECT :ANO-MES, X.NUM_APOLICE, X.NRENDOS, X.RAMO, X.DTINIVIG, X.DTTERVIG, X.VLR_COMISSAO, X.VLR_OUTROS, CASE WHEN X.DTEMIS BETWEEN :DT-INICIAL AND :DT-FINAL THEN X.VLR_COMISSAO + X.VLR_OUTROS ELSE 0 END, CASE WHEN X.DTINIVIG > :DT-FINAL OR X.DTTERVIG < :DT-INICIAL THEN 0 ELSE (X.VLR_COMISSAO + X.VLR_OUTROS) * (DAYS(CASE WHEN X.DTTERVIG < :DT-FINAL THEN X.DTTERVIG ELSE :DT-FINAL END) - DAYS(CASE WHEN X.DTINIVIG > :DT-INICIAL THEN X.DTINIVIG ELSE :DT-INICIAL END) + 1) / (DAYS(X.DTTERVIG) - DAYS(X.DTINIVIG) + 1) END, CASE WHEN X.DTINIVIG > :DT-FINAL THEN (X.VLR_COMISSAO + X.VLR_OUTROS) WHEN X.DTTERVIG <= :DT-FINAL THEN 0 ELSE (X.VLR_COMISSAO + X.VLR_OUTROS) * (DAYS(X.DTTERVIG) - DAYS(:DT-FINAL)) / (DAYS(X.DTTERVIG) - DAYS(X.DTINIVIG) + 1) END, :CODUSU, current timestamp FROM (SELECT E.NUM_APOLICE, E.NRENDOS, A.RAMO, E.DTINIVIG, E.DTTERVIG, E.DTEMIS, COALESCE((SELECT SUM(H.VLPRMLIQ * C.PCCOMCOR / 100) FROM seguros.v0histoparc H, seguros.v1apolcorret C WHERE H.num_apolice = E.num_apolice AND H.nrendos = E.nrendos AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND C.num_apolice = H.num_apolice AND C.ramofr = E.ramo AND C.modalifr = E.modalida AND H.dtmovto BETWEEN C.DTINIVIG AND C.DTTERVIG), 0) AS VLR_COMISSAO, COALESCE((SELECT SUM(O.VLR_CUSTO) FROM seguros.v0dac_custo O WHERE O.num_apolice = E.num_apolice AND O.nrendos = E.nrendos), 0) AS VLR_OUTROS FROM seguros.v1endosso E, seguros.v1apolice A WHERE A.num_apolice = E.num_apolice AND E.situacao <> '2' AND E.DTEMIS <= :DT-FINAL AND E.DTTERVIG >= :DT-INICIAL) X WHERE X.VLR_COMISSAO + X.VLR_OUTROS <> 0 AND NOT EXISTS (SELECT 1 FROM seguros.v0dac_mensal D WHERE D.ano_mes = :ANO-MES) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
