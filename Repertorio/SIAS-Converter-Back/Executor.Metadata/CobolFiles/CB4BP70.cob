      *- CANCELAMENTO AUTOMATICO - GERA A NOTA DE CREDITO DA
      *- RESTITUICAO PRO RATA NA MESMA EXECUCAO DO ENDOSSO DE
      *- CANCELAMENTO - SEGUE NA APLICACAO E DEVOLUCAO EXISTENTES
      *- GRAVADA A NOTA DE CREDITO, EXECUTAR O ESTORNO DA COMISSAO DOS
      *- CORRETORES AC76P028
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
