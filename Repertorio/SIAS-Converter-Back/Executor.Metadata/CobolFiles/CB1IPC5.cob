       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB1IPC5.
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
      *- EXTRATO BANCARIO CNAB 240 - VERIFICA LANCAMENTO JA IMPORTADO
      *- PARA A CONTA, DATA E SEQUENCIA DO EXTRATO - EXECUTAR ANTES DE
      *- CB1IPC6; QT_EXISTENTE > 0 REJEITA (ARQUIVO REPROCESSADO)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  BANCO                              PIC X(254).
           77  AGENCIA                            PIC X(254).
           77  NUM-CONTA                          PIC X(254).
           77  DT-LANCAMENTO                      PIC X(254).
           77  NRSEQ                              PIC X(254).
           77  QT-EXISTENTE                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           BANCO
           AGENCIA
           NUM-CONTA
           DT-LANCAMENTO
           NRSEQ
           QT-EXISTENTE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT COUNT(*) AS QT_EXISTENTE FROM seguros.v0extrato_bco WHERE banco = :BANCO AND agencia = :AGENCIA AND num_conta = :NUM-CONTA AND dt_lancamento = :DT-LANCAMENTO AND nrseq = :NRSEQ END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
