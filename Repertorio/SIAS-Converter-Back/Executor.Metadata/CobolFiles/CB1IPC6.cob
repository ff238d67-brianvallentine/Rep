       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB1IPC6.
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
      *- EXTRATO BANCARIO CNAB 240 - CARGA DIARIA DE UM LANCAMENTO DO
      *- SEGMENTO E DO EXTRATO DA CONTA DE COBRANCA - TIPO_LANC C
      *- CREDITO OU D DEBITO - SITUACAO 0 PENDENTE DE CONCILIACAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  BANCO                              PIC X(254).
           77  AGENCIA                            PIC X(254).
           77  NUM-CONTA                          PIC X(254).
           77  DT-LANCAMENTO                      PIC X(254).
           77  NRSEQ                              PIC X(254).
           77  TIPO-LANC                          PIC X(254).
           77  VLR-LANCAMENTO                     PIC X(254).
           77  NUM-DOCUMENTO                      PIC X(254).
           77  COD-HISTORICO                      PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  NOME-ARQUIVO                       PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           BANCO
           AGENCIA
           NUM-CONTA
           DT-LANCAMENTO
           NRSEQ
           TIPO-LANC
           VLR-LANCAMENTO
           NUM-DOCUMENTO
           COD-HISTORICO
           DESCRICAO
           NOME-ARQUIVO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0extrato_bco (BANCO, AGENCIA, NUM_CONTA, DT_LANCAMENTO, NRSEQ, TIPO_LANC, VLR_LANCAMENTO, NUM_DOCUMENTO, COD_HISTORICO, DESCRICAO, NOME_ARQUIVO, TIPO_CHAVE, CHAVE_CONCIL, ORIGEM_CONCIL, DT_CONCILIACAO, SITUACAO, CODUSU, TIMESTAMP) VALUES (:BANCO, :AGENCIA, :NUM-CONTA, :DT-LANCAMENTO, :NRSEQ, :TIPO-LANC, :VLR-LANCAMENTO, :NUM-DOCUMENTO, :COD-HISTORICO, :DESCRICAO, :NOME-ARQUIVO, ' ', ' ', ' ', NULL, '0', :CODUSU, current timestamp) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
