       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB1IPC8.
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
      *- COM OS CHEQUES EMITIDOS (V0CHQ_POSITIVO) PELO NUMERO DO CHEQUE
      *- NO DOCUMENTO E PELO VALOR - CHEQUE SUSTADO NAO CONCILIA - TIPO
      *- CHAVE C COM O NUMERO DO CHEQUE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-LANCAMENTO                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-LANCAMENTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0extrato_bco X SET TIPO_CHAVE = 'C', CHAVE_CONCIL = X.NUM_DOCUMENTO, ORIGEM_CONCIL = 'A', DT_CONCILIACAO = current date, SITUACAO = '1', TIMESTAMP = current timestamp WHERE X.dt_lancamento <= :DT-LANCAMENTO AND X.tipo_lanc = 'D' AND X.situacao = '0' AND EXISTS (SELECT 1 FROM seguros.v0chq_positivo C WHERE C.bcocobr = X.banco AND C.agecobr = X.agencia AND CHAR(C.NUMCHQ) = X.NUM_DOCUMENTO AND C.vlr_cheque = X.vlr_lancamento AND C.dt_emissao <= X.dt_lancamento AND C.situacao <> 'S') AND NOT EXISTS (SELECT 1 FROM seguros.v0extrato_bco Y WHERE Y.tipo_chave = 'C' AND Y.chave_concil = X.num_documento AND Y.banco = X.banco AND Y.agencia = X.agencia) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
