       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFW.
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
      *- JANELA DE CONGELAMENTO DA ATUALIZACAO ON-LINE - CALENDARIO POR
      *- GRUPO DE TABELAS (PARCELA, COBRANCA, NOTACRED) AMARRADO AOS
      *- JOBS DO RUN-CONTROL DA CADEIA NOTURNA - DIA-SEMANA 0 TODOS OS
      *- DIAS OU 1 (DOMINGO) A 7 (SABADO) - QTHORAS-MAX LIMITA O
      *- CONGELAMENTO QUANDO O JOB CAI SEM REGISTRAR O TERMINO -
      *- SITUACAO A ATIVO, I INATIVO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  GRUPO-TABELA                       PIC X(254).
           77  NOME-JOB                           PIC X(254).
           77  DIA-SEMANA                         PIC X(254).
           77  QTHORAS-MAX                        PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           GRUPO-TABELA
           NOME-JOB
           DIA-SEMANA
           QTHORAS-MAX
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0congela_janela (GRUPO_TABELA, NOME_JOB, DIA_SEMANA, QTHORAS_MAX, SITUACAO, CODUSU, TIMESTAMP) SELECT :GRUPO-TABELA, :NOME-JOB, :DIA-SEMANA, :QTHORAS-MAX, 'A', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :GRUPO-TABELA IN ('PARCELA', 'COBRANCA', 'NOTACRED') AND :DIA-SEMANA BETWEEN 0 AND 7 AND :QTHORAS-MAX > 0 AND NOT EXISTS (SELECT 1 FROM seguros.v0congela_janela J WHERE J.grupo_tabela = :GRUPO-TABELA AND J.nome_job = :NOME-JOB AND J.dia_semana = :DIA-SEMANA) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
