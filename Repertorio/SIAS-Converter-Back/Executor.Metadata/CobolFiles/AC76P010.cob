      *----------------------------------------------------------------*
      *- GRAVA LIQUIDACAO DE COMISSAO DO PRODUTOR COM DADOS BANCARIOS
      *- DO CADASTRO E DATA DE PAGAMENTO RESPEITANDO O PRAPAG
      *- CODSUBES 9999 RESERVADO A LIQUIDACAO DO OVERRIDING (AC76P039)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
