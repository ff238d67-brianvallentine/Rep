       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP279.
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
      *- REMUNERACAO CEF - CALCULO MENSAL POR PROPOSTA VENDIDA EM
      *- AGENCIA CEF (V0PROPCOB COM VLR_COMIS_CEF) - A REMUNERACAO DO
      *- MES E O VLR_COMIS_CEF NA PROPORCAO DO PREMIO QUITADO NO MES
      *- SOBRE O PREMIO EMITIDO DA APOLICE, E O ESTORNO NA PROPORCAO DO
      *- PREMIO RESTITUIDO NO MES (CANCELAMENTO) - SITUACAO 0 A FATURAR
      *- - UM CALCULO POR MES
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cef_remuneracao (ANO_MES, FONTE, NRPROPOS, NUM_APOLICE, COD_AGENCIA, NUM_MATRICULA, VLR_COMIS_CEF, VLR_PREMIO_EMITIDO, VLR_PREMIO_QUITADO, VLR_PREMIO_RESTITUIDO, VLR_REMUNERACAO, VLR_ESTORNO, SITUACAO, CODUSU, TIMESTAMP) SELECT :ANO-MES, X.FONTE, X.NRPROPOS, X.NUM_APOLICE, X.COD_AGENCIA, X.NUM_MATRICULA, X.VLR_COMIS_CEF, X.VLR_EMITIDO, X.VLR_QUITADO, X.VLR_RESTITUIDO, ROUND(X.VLR_COMIS_CEF * X.VLR_QUITADO / X.VLR_EMITIDO, 2), ROUND(X.VLR_COMIS_CEF * X.VLR_RESTITUIDO / X.VLR_EMITIDO, 2), '0', :CODUSU, current timestamp FROM (SELECT P.FONTE, P.NRPROPOS, E.NUM_APOLICE, P.COD_AGENCIA, P.NUM_MATRICULA, P.VLR_COMIS_CEF, SUM(CASE WHEN (H.OPERACAO BETWEEN 101 AND 199 OR H.OPERACAO = 801) THEN H.VLPRMTOT ELSE 0 END) AS VLR_EMITIDO, SUM(CASE WHEN (H.OPERACAO BETWEEN 101 AND 199 OR H.OPERACAO = 801) AND H.DTQITBCO BETWEEN :DT-INICIAL AND :DT-FINAL THEN H.VLPRMTOT ELSE 0 END) AS VLR_QUITADO, SUM(CASE WHEN H.OPERACAO BETWEEN 201 AND 299 AND H.DTMOVTO BETWEEN :DT-INICIAL AND :DT-FINAL THEN H.VLPRMTOT ELSE 0 END) AS VLR_RESTITUIDO FROM seguros.v0propcob P, seguros.v1endosso E, seguros.v0histoparc H WHERE P.vlr_comis_cef > 0 AND E.fonte = P.fonte AND E.nrpropos = P.nrpropos AND E.nrendos = 0 AND H.num_apolice = E.num_apolice GROUP BY P.FONTE, P.NRPROPOS, E.NUM_APOLICE, P.COD_AGENCIA, P.NUM_MATRICULA, P.VLR_COMIS_CEF) X WHERE X.VLR_EMITIDO > 0 AND (X.VLR_QUITADO <> 0 OR X.VLR_RESTITUIDO <> 0) AND NOT EXISTS (SELECT 1 FROM seguros.v0cef_remuneracao R WHERE R.ano_mes = :ANO-MES) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
