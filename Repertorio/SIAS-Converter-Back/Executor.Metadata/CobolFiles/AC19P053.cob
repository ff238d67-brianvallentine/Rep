       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P053.
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
      *- EXTRACAO NOTURNA PARA O DATA WAREHOUSE - AVANCA A MARCA D'AGUA
      *- DA TABELA ATE O CORTE DA ULTIMA EXECUCAO TERMINADA, DEPOIS DO
      *- FECHAMENTO POR AC19P052
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NOME-TABELA                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NOME-TABELA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0dw_marca M SET TS_ULTIMA_EXTRACAO = (SELECT X.TS_CORTE FROM seguros.v0dw_extracao X WHERE X.nome_tabela = M.nome_tabela AND X.situacao = 'T' ORDER BY X.NUM_EXECUCAO DESC FETCH FIRST 1 ROW ONLY), NUM_EXECUCAO = (SELECT MAX(X.NUM_EXECUCAO) FROM seguros.v0dw_extracao X WHERE X.nome_tabela = M.nome_tabela AND X.situacao = 'T'), TIMESTAMP = current timestamp WHERE M.nome_tabela = :NOME-TABELA AND EXISTS (SELECT 1 FROM seguros.v0dw_extracao X WHERE X.nome_tabela = M.nome_tabela AND X.situacao = 'T' AND X.ts_corte > M.ts_ultima_extracao) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
