       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB1IPC9.
      *---------------------*
       ENVIRONMENT DIVISION.
      *---------------------*
      *---------------------*
       CONFIGURATION SECTION.
      *---------------------*
      *-------------*
       SPECIAL-NAMES.
      *-------------*
           DECIMAL-POINT IS COMMA.
      *--------------------*
       INPUT-OUTPUT SECTION.
      *--------------------*
      *-------------*
       DATA DIVISION.
      *-------------*
      *-----------------------*
       WORKING-STORAGE SECTION.
      *-----------------------*
      *----------------------------------------------------------------*
      *- EXTRATO BANCARIO CNAB 240 - CONCILIACAO AUTOMATICA DOS DEBITOS
      *- COM AS ORDENS PAGAS PELA CENTRAL DE PAGAMENTOS (TED CONGENERE,
      *- COMISSAO, RESTITUICAO, DARF E DEMAIS ORIGENS - SITUACAO 2)
      *- PELO VALOR, PELA DATA DE PAGAMENTO E PELO DOCUMENTO QUANDO
      *- INFORMADO - SO CONCILIA COM UMA UNICA ORDEM CANDIDATA - TIPO
      *- CHAVE O COM O NUMERO DA ORDEM - RODAR DEPOIS DE CB1IPC8
      *- - ORDEM CANDIDATA DE MAIS DE UM DEBITO PENDENTE FICA PARA A
      *- CONCILIACAO MANUAL (CB1IPCA)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-LANCAMENTO                      PIC X(254).
           77  QTDIAS-TOLERANCIA                  PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-LANCAMENTO
           QTDIAS-TOLERANCIA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0extrato_bco X SET TIPO_CHAVE = 'O', CHAVE_CONCIL = (SELECT CHAR(MIN(O.NUM_ORDEM)) FROM seguros.v0pagto_ordem O WHERE O.situacao = '2' AND O.vlr_pagamento = X.vlr_lancamento AND O.dt_pagamento BETWEEN (X.DT_LANCAMENTO - :QTDIAS-TOLERANCIA DAYS) AND X.DT_LANCAMENTO AND (CHAR(O.NUM_ORDEM) = X.NUM_DOCUMENTO OR X.NUM_DOCUMENTO = ' ') AND NOT EXISTS (SELECT 1 FROM seguros.v0extrato_bco Y WHERE Y.tipo_chave = 'O' AND Y.chave_concil = CHAR(O.NUM_ORDEM))), ORIGEM_CONCIL = 'A', DT_CONCILIACAO = current date, SITUACAO = '1', TIMESTAMP = current timestamp WHERE X.dt_lancamento <= :DT-LANCAMENTO AND X.tipo_lanc = 'D' AND X.situacao = '0' AND (SELECT COUNT(*) FROM seguros.v0pagto_ordem O WHERE O.situacao = '2' AND O.vlr_pagamento = X.vlr_lancamento AND O.dt_pagamento BETWEEN (X.DT_LANCAMENTO - :QTDIAS-TOLERANCIA DAYS) AND X.DT_LANCAMENTO AND (CHAR(O.NUM_ORDEM) = X.NUM_DOCUMENTO OR X.NUM_DOCUMENTO = ' ') AND NOT EXISTS (SELECT 1 FROM seguros.v0extrato_bco Y WHERE Y.tipo_chave = 'O' AND Y.chave_concil = CHAR(O.NUM_ORDEM))) = 1 AND NOT EXISTS (SELECT 1 FROM seguros.v0pagto_ordem O, seguros.v0extrato_bco Z WHERE O.situacao = '2' AND O.vlr_pagamento = X.vlr_lancamento AND O.dt_pagamento BETWEEN (X.DT_LANCAMENTO - :QTDIAS-TOLERANCIA DAYS) AND X.DT_LANCAMENTO AND (CHAR(O.NUM_ORDEM) = X.NUM_DOCUMENTO OR X.NUM_DOCUMENTO = ' ') AND O.situacao = '2' AND O.vlr_pagamento = Z.vlr_lancamento AND O.dt_pagamento BETWEEN (Z.DT_LANCAMENTO - :QTDIAS-TOLERANCIA DAYS) AND Z.DT_LANCAMENTO AND (CHAR(O.NUM_ORDEM) = Z.NUM_DOCUMENTO OR Z.NUM_DOCUMENTO = ' ') AND Z.tipo_lanc = 'D' AND Z.situacao = '0' AND NOT (Z.banco = X.banco AND Z.agencia = X.agencia AND Z.num_conta = X.num_conta AND Z.dt_lancamento = X.dt_lancamento AND Z.nrseq = X.nrseq)) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
