      *----------------------------------------------------------------*
      *- CENTRAL DE PAGAMENTOS - ORDEM DE PAGAMENTO COMUM ALIMENTADA
      *- POR CADA DOMINIO - C TED CONGENERE, P COMISSAO PRODUTOR,
      *- L COMISSAO LOTERICA, T RESTITUICAO A TERCEIRO, E PRO-LABORE
      *- DO ESTIPULANTE, I DARF DE IOF, R DEVOLUCAO DE PROPOSTA
      *- RECUSADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
