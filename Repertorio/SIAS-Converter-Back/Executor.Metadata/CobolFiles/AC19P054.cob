       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P054.
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
      *- EXTRACAO NOTURNA PARA O DATA WAREHOUSE - REGISTRO TRAILER DO
      *- ARQUIVO DA TABELA - TIPO(1)=T TABELA(18) DATA DO MOVIMENTO(10)
      *- EXECUCAO(9) QUANTIDADE DE LINHAS(12) - LIDO DA ULTIMA EXECUCAO
      *- FECHADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NOME-TABELA                        PIC X(254).
           77  NUM-EXECUCAO                       PIC X(254).
           77  QTDE-LINHAS                        PIC X(254).
           77  LINHA                              PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NOME-TABELA
           NUM-EXECUCAO
           QTDE-LINHAS
           LINHA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.NUM_EXECUCAO, X.QTDE_LINHAS, ('T' || SUBSTR(X.NOME_TABELA || REPEAT(' ', 18), 1, 18) || CHAR(X.DTMOVTO, ISO) || DIGITS(DEC(X.NUM_EXECUCAO, 9, 0)) || DIGITS(DEC(X.QTDE_LINHAS, 12, 0))) AS LINHA FROM seguros.v0dw_extracao X WHERE X.nome_tabela = :NOME-TABELA AND X.situacao = 'T' ORDER BY X.NUM_EXECUCAO DESC FETCH FIRST 1 ROW ONLY END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
