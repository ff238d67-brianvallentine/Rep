       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P045.
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
      *- EXTRACAO NOTURNA PARA O DATA WAREHOUSE - JANELA EM ABERTO DA
      *- TABELA (EXECUCAO NOVA OU INTERROMPIDA) E REGISTRO HEADER DO
      *- ARQUIVO - TIPO(1)=H TABELA(18) DATA DO MOVIMENTO(10)
      *- EXECUCAO(9) TIMESTAMP INICIAL(26) TIMESTAMP DE CORTE(26)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NOME-TABELA                        PIC X(254).
           77  NUM-EXECUCAO                       PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  TS-INICIAL                         PIC X(254).
           77  TS-CORTE                           PIC X(254).
           77  LINHA                              PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NOME-TABELA
           NUM-EXECUCAO
           DTMOVTO
           TS-INICIAL
           TS-CORTE
           LINHA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.NUM_EXECUCAO, X.DTMOVTO, X.TS_INICIAL, X.TS_CORTE, ('H' || SUBSTR(X.NOME_TABELA || REPEAT(' ', 18), 1, 18) || CHAR(X.DTMOVTO, ISO) || DIGITS(DEC(X.NUM_EXECUCAO, 9, 0)) || CHAR(X.TS_INICIAL) || CHAR(X.TS_CORTE)) AS LINHA FROM seguros.v0dw_extracao X WHERE X.nome_tabela = :NOME-TABELA AND X.situacao = 'E' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
