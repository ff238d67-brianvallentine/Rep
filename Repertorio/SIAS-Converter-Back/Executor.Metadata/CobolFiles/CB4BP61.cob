      *- SELECIONA PARCELAS DEVEDORAS COM ATRASO ALEM DO PARAMETRO
      *- PARA O ARQUIVO DE INCLUSAO DE NEGATIVACAO - AINDA NAO
      *- NEGATIVADAS
      *- APOLICE ENQUADRADA EM MORATORIA ATIVA (CB4BP81) NAO E
      *- NEGATIVADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT D.NUM_APOLICE, D.NRENDOS, D.NRPARCEL, D.VLPRMTOT, D.DTVENCTO, (DAYS(:DTMOVABE) - DAYS(D.DTVENCTO)) AS QTDIAS_ATRASO FROM seguros.v0parcela_devedor D WHERE D.situacao = '0' AND (DAYS(:DTMOVABE) - DAYS(D.DTVENCTO)) >= :QTDIAS-NEGATIVACAO AND NOT EXISTS (SELECT 1 FROM seguros.v0negativacao N WHERE N.num_apolice = D.num_apolice AND N.nrendos = D.nrendos AND N.nrparcel = D.nrparcel AND N.situacao IN ('0','1')) AND NOT EXISTS (SELECT 1 FROM seguros.v0moratoria_apolice Y, seguros.v0moratoria M WHERE Y.num_apolice = D.num_apolice AND M.num_moratoria = Y.num_moratoria AND M.situacao = '1') ORDER BY D.DTVENCTO, D.NUM_APOLICE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
