       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P052.
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
      *- EXTRACAO NOTURNA PARA O DATA WAREHOUSE - FECHA A EXECUCAO DA
      *- TABELA COM A QUANTIDADE DE LINHAS GRAVADAS (QTDE_GRAVADOS DO
      *- CHECKPOINT) - EM SEGUIDA AC19P053 AVANCA A MARCA D'AGUA ATE O
      *- CORTE DA JANELA, DE FORMA QUE NENHUMA ALTERACAO E EXTRAIDA
      *- DUAS VEZES NEM PERDIDA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NOME-TABELA                        PIC X(254).
           77  QTDE-LINHAS                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NOME-TABELA
           QTDE-LINHAS.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0dw_extracao SET QTDE_LINHAS = :QTDE-LINHAS, SITUACAO = 'T', DTHR_TERMINO = current timestamp WHERE nome_tabela = :NOME-TABELA AND situacao = 'E' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
