       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB1IPCA.
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
      *- EXTRATO BANCARIO CNAB 240 - CONCILIACAO MANUAL DE UM
      *- LANCAMENTO PENDENTE PELA TESOURARIA - TIPO CHAVE A AVISO, C
      *- CHEQUE, O ORDEM DE PAGAMENTO OU T TARIFA/OUTROS SEM
      *- CONTRAPARTIDA NO SISTEMA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  BANCO                              PIC X(254).
           77  AGENCIA                            PIC X(254).
           77  NUM-CONTA                          PIC X(254).
           77  DT-LANCAMENTO                      PIC X(254).
           77  NRSEQ                              PIC X(254).
           77  TIPO-CHAVE                         PIC X(254).
           77  CHAVE-CONCIL                       PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           BANCO
           AGENCIA
           NUM-CONTA
           DT-LANCAMENTO
           NRSEQ
           TIPO-CHAVE
           CHAVE-CONCIL
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0extrato_bco SET TIPO_CHAVE = :TIPO-CHAVE, CHAVE_CONCIL = :CHAVE-CONCIL, ORIGEM_CONCIL = 'M', DT_CONCILIACAO = current date, SITUACAO = '1', CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE banco = :BANCO AND agencia = :AGENCIA AND num_conta = :NUM-CONTA AND dt_lancamento = :DT-LANCAMENTO AND nrseq = :NRSEQ AND situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
