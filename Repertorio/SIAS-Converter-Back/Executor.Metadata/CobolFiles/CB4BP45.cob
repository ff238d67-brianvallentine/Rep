      *- CANCELAMENTO AUTOMATICO POR INADIMPLENCIA - SELECIONA PARCELAS
      *- COM DT_CANCPREV VENCIDA SEM QUITACAO E FORA DA LISTA DE NAO
      *- CANCELAR
      *- APOLICE ENQUADRADA EM MORATORIA ATIVA (CB4BP81) NAO E
      *- CANCELADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT D.NUM_APOLICE, D.NRENDOS, D.NRPARCEL, D.VLPRMTOT, D.DT_CANCPREV FROM seguros.v0parcela_devedor D WHERE D.dt_cancprev < :DTMOVABE AND D.situacao = '0' AND NOT EXISTS (SELECT 1 FROM seguros.v0moratoria_apolice Y, seguros.v0moratoria M WHERE Y.num_apolice = D.num_apolice AND M.num_moratoria = Y.num_moratoria AND M.situacao = '1') AND NOT EXISTS (SELECT 1 FROM seguros.v0cancel_hold X WHERE X.num_apolice = D.num_apolice) ORDER BY D.NUM_APOLICE, D.NRENDOS, D.NRPARCEL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
