       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFX.
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
      *- JANELA DE CONGELAMENTO DA ATUALIZACAO ON-LINE - ATIVA OU
      *- INATIVA UMA ENTRADA DO CALENDARIO (SITUACAO A/I) E AJUSTA O
      *- LIMITE DE HORAS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  SITUACAO                           PIC X(254).
           77  QTHORAS-MAX                        PIC X(254).
           77  CODUSU                             PIC X(254).
           77  GRUPO-TABELA                       PIC X(254).
           77  NOME-JOB                           PIC X(254).
           77  DIA-SEMANA                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           SITUACAO
           QTHORAS-MAX
           CODUSU
           GRUPO-TABELA
           NOME-JOB
           DIA-SEMANA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0congela_janela SET SITUACAO = :SITUACAO, QTHORAS_MAX = :QTHORAS-MAX, CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE grupo_tabela = :GRUPO-TABELA AND nome_job = :NOME-JOB AND dia_semana = :DIA-SEMANA AND :SITUACAO IN ('A', 'I') AND :QTHORAS-MAX > 0 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
