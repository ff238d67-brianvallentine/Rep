      *----------------------------------------------------------------*
      *- SELECIONA AJUSTES DE COMISSAO PENDENTES PARA ENTRAR NA
      *- PROXIMA LIQUIDACAO
      *- ESTORNO POR CANCELAMENTO (AC76P028) FICA FORA - E DESCONTADO
      *- PELO CICLO AC76P029/AC76P030
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT CODCORR, CODSUBES, NUM_APOLICE, NRENDOS, NRPARCEL, VLR_AJUSTE, MOTIVO FROM seguros.v0comissao_ajuste WHERE situacao = '0' AND motivo <> 'ESTORNO POR CANCELAMENTO' ORDER BY CODCORR, CODSUBES, NUM_APOLICE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
