       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFR.
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
      *- REGISTRO DE ARQUIVOS RECEBIDOS - TODA CARGA REGISTRA O ARQUIVO
      *- ANTES DE LER - INTERFACE, REMETENTE, DATA DO ARQUIVO,
      *- SEQUENCIA, QUANTIDADE DE REGISTROS, TOTAL DE CONTROLE E HASH
      *- DO CONTEUDO - SITUACAO 0 LIBERADO PARA CARGA, 1 CARREGADO, 9
      *- REJEITADO - MOTIVO H HASH JA PROCESSADO, S SEQUENCIA JA
      *- PROCESSADA - O ARQUIVO REJEITADO TAMBEM FICA REGISTRADO - A
      *- CARGA CONSULTA CB2GPFS E SO PROSSEGUE COM SITUACAO 0
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  COD-INTERFACE                      PIC X(254).
           77  REMETENTE                          PIC X(254).
           77  DT-ARQUIVO                         PIC X(254).
           77  NUM-SEQUENCIA                      PIC X(254).
           77  QTDE-REGISTROS                     PIC X(254).
           77  VLR-CONTROLE                       PIC X(254).
           77  HASH-ARQUIVO                       PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           COD-INTERFACE
           REMETENTE
           DT-ARQUIVO
           NUM-SEQUENCIA
           QTDE-REGISTROS
           VLR-CONTROLE
           HASH-ARQUIVO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0arq_entrada (NUM_ARQUIVO, COD_INTERFACE, REMETENTE, DT_ARQUIVO, NUM_SEQUENCIA, QTDE_REGISTROS, VLR_CONTROLE, HASH_ARQUIVO, DTHR_RECEBIMENTO, QTDE_CARREGADOS, VLR_CARREGADO, DTHR_CARGA, MOTIVO_REJEICAO, SITUACAO, COD_USUARIO, TIMESTAMP) SELECT COALESCE((SELECT MAX(A.NUM_ARQUIVO) FROM seguros.v0arq_entrada A), 0) + 1, I.COD_INTERFACE, :REMETENTE, :DT-ARQUIVO, :NUM-SEQUENCIA, :QTDE-REGISTROS, :VLR-CONTROLE, :HASH-ARQUIVO, current timestamp, 0, 0, NULL, CASE WHEN EXISTS (SELECT 1 FROM seguros.v0arq_entrada A WHERE A.hash_arquivo = :HASH-ARQUIVO AND A.situacao IN ('0', '1')) THEN 'H' WHEN EXISTS (SELECT 1 FROM seguros.v0arq_entrada A WHERE A.cod_interface = I.cod_interface AND A.remetente = :REMETENTE AND A.num_sequencia = :NUM-SEQUENCIA AND A.situacao IN ('0', '1') AND I.ind_sequencial = 'S') THEN 'S' ELSE ' ' END, CASE WHEN EXISTS (SELECT 1 FROM seguros.v0arq_entrada A WHERE A.hash_arquivo = :HASH-ARQUIVO AND A.situacao IN ('0', '1')) OR EXISTS (SELECT 1 FROM seguros.v0arq_entrada A WHERE A.cod_interface = I.cod_interface AND A.remetente = :REMETENTE AND A.num_sequencia = :NUM-SEQUENCIA AND A.situacao IN ('0', '1') AND I.ind_sequencial = 'S') THEN '9' ELSE '0' END, :COD-USUARIO, current timestamp FROM seguros.v0interf_entrada I WHERE I.cod_interface = :COD-INTERFACE AND I.situacao = '1' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
