      *- SOMENTE SE A CAPACIDADE DISPONIVEL DO TRATADO COMPORTA O
      *- VALOR - ZERO LINHAS INSERIDAS RECUSA A EMISSAO - SO A
      *- CATEGORIA CESSAO CONSOME CAPACIDADE
      *- - RISCO ACIMA DA RETENCAO MAIS A CAPACIDADE: CEDER AO TRATADO
      *- SO O VLR_CESSAO_TRATADO DE CB2IPI6 E GRAVAR O SALDO NA FILA
      *- FACULTATIVA POR CB2IPI7 - A CESSAO FACULTATIVA COLOCADA USA
      *- ESTE MESMO PROGRAMA COM A FONTE/NRRCAP DO CONTRATO FACULTATIVO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
