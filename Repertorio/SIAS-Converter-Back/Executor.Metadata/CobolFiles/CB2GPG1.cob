       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPG1.
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
      *- JANELA DE CONGELAMENTO DA ATUALIZACAO ON-LINE - REGISTRA A
      *- TENTATIVA DE ATUALIZACAO RECUSADA PELO CONGELAMENTO (RETORNO
      *- DE CB2GPFZ) COM O USUARIO, A TRANSACAO E O JOB QUE CONGELOU O
      *- GRUPO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  GRUPO-TABELA                       PIC X(254).
           77  CODUSU                             PIC X(254).
           77  TRANSACAO                          PIC X(254).
           77  NOME-JOB                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           GRUPO-TABELA
           CODUSU
           TRANSACAO
           NOME-JOB.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0congela_log (GRUPO_TABELA, CODUSU, TRANSACAO, NOME_JOB, DTMOVTO, DTHR_TENTATIVA) SELECT J.GRUPO_TABELA, :CODUSU, :TRANSACAO, R.NOME_JOB, R.DTMOVTO, current timestamp FROM seguros.v0congela_janela J, seguros.v0runcontrol R WHERE J.grupo_tabela = :GRUPO-TABELA AND J.situacao = 'A' AND R.nome_job = J.nome_job AND R.situacao = 'E' AND R.dthr_termino IS NULL AND (J.dia_semana = 0 OR J.dia_semana = DAYOFWEEK(R.dthr_inicio)) AND R.dthr_inicio > current timestamp - J.qthoras_max HOURS AND R.nome_job = :NOME-JOB END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
