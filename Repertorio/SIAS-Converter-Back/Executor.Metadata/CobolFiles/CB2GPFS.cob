       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFS.
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
      *- REGISTRO DE ARQUIVOS RECEBIDOS - RESULTADO DO REGISTRO PARA A
      *- CARGA - NUMERO DO ARQUIVO, SITUACAO E MOTIVO DA REJEICAO -
      *- QUANDO REJEITADO TRAZ O ARQUIVO ORIGINAL JA PROCESSADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  COD-INTERFACE                      PIC X(254).
           77  HASH-ARQUIVO                       PIC X(254).
           77  NUM-ARQUIVO                        PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  MOTIVO-REJEICAO                    PIC X(254).
           77  NUM-ARQUIVO-ORIGINAL               PIC X(254).
           77  DTHR-CARGA-ORIGINAL                PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           COD-INTERFACE
           HASH-ARQUIVO
           NUM-ARQUIVO
           SITUACAO
           MOTIVO-REJEICAO
           NUM-ARQUIVO-ORIGINAL
           DTHR-CARGA-ORIGINAL.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT A.NUM_ARQUIVO, A.SITUACAO, A.MOTIVO_REJEICAO, (SELECT MIN(O.NUM_ARQUIVO) FROM seguros.v0arq_entrada O WHERE O.situacao IN ('0', '1') AND O.num_arquivo <> A.num_arquivo AND (O.hash_arquivo = A.hash_arquivo OR (O.cod_interface = A.cod_interface AND O.remetente = A.remetente AND O.num_sequencia = A.num_sequencia))) AS NUM_ARQUIVO_ORIGINAL, (SELECT MIN(O.DTHR_CARGA) FROM seguros.v0arq_entrada O WHERE O.situacao = '1' AND O.hash_arquivo = A.hash_arquivo) AS DTHR_CARGA_ORIGINAL FROM seguros.v0arq_entrada A WHERE A.cod_interface = :COD-INTERFACE AND A.hash_arquivo = :HASH-ARQUIVO AND A.num_arquivo = (SELECT MAX(B.NUM_ARQUIVO) FROM seguros.v0arq_entrada B WHERE B.cod_interface = :COD-INTERFACE AND B.hash_arquivo = :HASH-ARQUIVO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
