      *----------------------------------------------------------------*
      *- SELECIONA PARCELAS DEVEDORAS ENVELHECIDAS ALEM DA COBRANCA
      *- INTERNA PARA REPASSE A AGENCIA EXTERNA - AINDA NAO REPASSADAS
      *- APOLICE ENQUADRADA EM MORATORIA ATIVA (CB4BP81) NAO E
      *- REPASSADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT D.NUM_APOLICE, D.NRENDOS, D.NRPARCEL, D.VLPRMTOT, D.VLACRESCIMO, D.DTVENCTO, (DAYS(:DTMOVABE) - DAYS(D.DTVENCTO)) AS QTDIAS_ATRASO FROM seguros.v0parcela_devedor D WHERE D.situacao = '0' AND (DAYS(:DTMOVABE) - DAYS(D.DTVENCTO)) >= :QTDIAS-MINIMO AND NOT EXISTS (SELECT 1 FROM seguros.v0cobr_agencia_repasse R WHERE R.num_apolice = D.num_apolice AND R.nrendos = D.nrendos AND R.nrparcel = D.nrparcel AND R.situacao IN ('0','2')) AND NOT EXISTS (SELECT 1 FROM seguros.v0moratoria_apolice Y, seguros.v0moratoria M WHERE Y.num_apolice = D.num_apolice AND M.num_moratoria = Y.num_moratoria AND M.situacao = '1') ORDER BY D.DTVENCTO, D.NUM_APOLICE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
