      *- ROTINA UNICA DE CALCULO DE ACRESCIMO - MULTA MAIS JUROS
      *- PROPORCIONAIS DO VENCIMENTO A DATA DE PAGAMENTO PELO PARAMETRO
      *- VIGENTE - USADA POR MALA, DEVEDOR E QUITACAO
      *- APOLICE ENQUADRADA EM MORATORIA ATIVA (CB4BP81) NAO TEM
      *- ACRESCIMO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
           77  RAMO                               PIC X(254).
           77  CODPRODU                           PIC X(254).
           77  VLACRESCIMO                        PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-PAGAMENTO
           VLPRMTOT
           RAMO
           CODPRODU
           VLACRESCIMO
           NUM-APOLICE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT CASE WHEN EXISTS (SELECT 1 FROM seguros.v0moratoria_apolice Y, seguros.v0moratoria M WHERE Y.num_apolice = :NUM-APOLICE AND M.num_moratoria = Y.num_moratoria AND M.situacao = '1') THEN 0 WHEN (DAYS(:DT-PAGAMENTO) - DAYS(:DTVENCTO)) <= P.QTDIAS_CARENCIA THEN 0 ELSE (:VLPRMTOT * P.PCT_MULTA / 100) + (:VLPRMTOT * P.PCT_JUROS_MES / 100 * (DAYS(:DT-PAGAMENTO) - DAYS(:DTVENCTO)) / 30) END AS VLACRESCIMO FROM seguros.v0acrescimo_param P WHERE P.ramo = :RAMO AND P.codprodu = :CODPRODU AND P.dtinivig = (SELECT MAX(X.DTINIVIG) FROM seguros.v0acrescimo_param X WHERE X.ramo = :RAMO AND X.codprodu = :CODPRODU AND X.dtinivig <= :DT-PAGAMENTO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
