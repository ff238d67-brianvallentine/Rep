       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P044.
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
      *- EXTRACAO NOTURNA PARA O DATA WAREHOUSE - ABRE A EXECUCAO POR
      *- TABELA COM A JANELA DE TIMESTAMP DA MARCA D'AGUA ATE O CORTE
      *- FIXADO NO INICIO - TABELA COM EXECUCAO INTERROMPIDA (SITUACAO
      *- E) NAO GANHA NOVA JANELA - O JOB REPOSICIONA PELO CHECKPOINT
      *- (CB2GPFA, NOME DO JOB DWEXT + TABELA) E CONTINUA A MESMA
      *- JANELA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-EXECUCAO                       PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  TS-CORTE                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-EXECUCAO
           DTMOVTO
           TS-CORTE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0dw_extracao (NUM_EXECUCAO, NOME_TABELA, DTMOVTO, TS_INICIAL, TS_CORTE, QTDE_LINHAS, SITUACAO, DTHR_INICIO, DTHR_TERMINO) SELECT :NUM-EXECUCAO, M.NOME_TABELA, :DTMOVTO, M.TS_ULTIMA_EXTRACAO, :TS-CORTE, 0, 'E', current timestamp, NULL FROM seguros.v0dw_marca M WHERE M.ts_ultima_extracao < :TS-CORTE AND NOT EXISTS (SELECT 1 FROM seguros.v0dw_extracao X WHERE X.nome_tabela = M.nome_tabela AND X.situacao = 'E') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
