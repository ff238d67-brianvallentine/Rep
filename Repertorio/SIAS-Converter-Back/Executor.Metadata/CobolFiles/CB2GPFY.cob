       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFY.
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
      *- JANELA DE CONGELAMENTO DA ATUALIZACAO ON-LINE - CONSULTA DO
      *- CALENDARIO POR GRUPO DE TABELAS (BRANCO TODOS) COM A SITUACAO
      *- DO ULTIMO RUN-CONTROL DE CADA JOB
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  GRUPO-TABELA                       PIC X(254).
           77  NOME-JOB                           PIC X(254).
           77  DIA-SEMANA                         PIC X(254).
           77  QTHORAS-MAX                        PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  CODUSU                             PIC X(254).
           77  TIMESTAMP                          PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  DTHR-INICIO                        PIC X(254).
           77  DTHR-TERMINO                       PIC X(254).
           77  SITUACAO-JOB                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           GRUPO-TABELA
           NOME-JOB
           DIA-SEMANA
           QTHORAS-MAX
           SITUACAO
           CODUSU
           TIMESTAMP
           DTMOVTO
           DTHR-INICIO
           DTHR-TERMINO
           SITUACAO-JOB.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT J.GRUPO_TABELA, J.NOME_JOB, J.DIA_SEMANA, J.QTHORAS_MAX, J.SITUACAO, J.CODUSU, J.TIMESTAMP, R.DTMOVTO, R.DTHR_INICIO, R.DTHR_TERMINO, R.SITUACAO AS SITUACAO_JOB FROM seguros.v0congela_janela J LEFT JOIN seguros.v0runcontrol R ON R.nome_job = J.nome_job AND R.dthr_inicio = (SELECT MAX(X.dthr_inicio) FROM seguros.v0runcontrol X WHERE X.nome_job = J.nome_job) WHERE (:GRUPO-TABELA = ' ' OR J.grupo_tabela = :GRUPO-TABELA) ORDER BY J.GRUPO_TABELA, J.NOME_JOB, J.DIA_SEMANA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
