      *- FOLHA DE FECHAMENTO DIARIO - GRAVA UMA LINHA POR CONTROLE COM
      *- ESPERADO X APURADO - REMESSA CEF, LOTE CONTABIL, EMISSAO
      *- DIARIA E DEMAIS CONTROLES DO DIA
      *- INCLUI NO FIM DO MES A LINHA PREMIOS A RECEBER X RAZAO COM OS
      *- TOTAIS DA CONCILIACAO DE CB2MP098
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
