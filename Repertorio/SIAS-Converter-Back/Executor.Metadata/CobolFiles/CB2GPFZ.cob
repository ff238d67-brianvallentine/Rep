       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFZ.
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
      *- JANELA DE CONGELAMENTO DA ATUALIZACAO ON-LINE - VERIFICA SE O
      *- GRUPO DE TABELAS ESTA CONGELADO - EXECUTAR ANTES DAS
      *- TRANSACOES ON-LINE QUE ATUALIZAM PARCELAS (V1PARCELA,
      *- V0HISTOPARC), COBRANCA (V0APOLCOB, V0MOVDEBCC_CEF) E NOTAS DE
      *- CREDITO (V0NOTASCRED) - QUALQUER LINHA RETORNADA RECUSA A
      *- ATUALIZACAO COM A MENSAGEM E DEVE SER REGISTRADA POR CB2GPG1 -
      *- CONSULTAS NAO CHAMAM - O CONGELAMENTO CAI SOZINHO QUANDO O JOB
      *- REGISTRA O TERMINO (CB2GPB2) OU E CANCELADO (CB2GPG0) OU
      *- QUANDO PASSA O LIMITE DE HORAS DO CALENDARIO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  GRUPO-TABELA                       PIC X(254).
           77  NOME-JOB                           PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  DTHR-INICIO                        PIC X(254).
           77  MENSAGEM                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           GRUPO-TABELA
           NOME-JOB
           DTMOVTO
           DTHR-INICIO
           MENSAGEM.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT J.GRUPO_TABELA, R.NOME_JOB, R.DTMOVTO, R.DTHR_INICIO, 'ATUALIZACAO BLOQUEADA - GRUPO ' || RTRIM(J.GRUPO_TABELA) || ' CONGELADO PELO JOB ' || RTRIM(R.NOME_JOB) || ' EM EXECUCAO DESDE ' || CHAR(TIME(R.dthr_inicio), ISO) || ' - TENTE APOS O TERMINO DA CADEIA NOTURNA' AS MENSAGEM FROM seguros.v0congela_janela J, seguros.v0runcontrol R WHERE J.grupo_tabela = :GRUPO-TABELA AND J.situacao = 'A' AND R.nome_job = J.nome_job AND R.situacao = 'E' AND R.dthr_termino IS NULL AND (J.dia_semana = 0 OR J.dia_semana = DAYOFWEEK(R.dthr_inicio)) AND R.dthr_inicio > current timestamp - J.qthoras_max HOURS ORDER BY R.DTHR_INICIO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
