       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P047.
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
      *- EXTRACAO NOTURNA PARA O DATA WAREHOUSE - LINHAS DE V1ENDOSSO
      *- INCLUIDAS OU ALTERADAS NA JANELA DE TIMESTAMP DA EXECUCAO EM
      *- ABERTO - RETOMA APOS A ULTIMA CHAVE DO CHECKPOINT (BRANCOS NA
      *- PRIMEIRA PASSADA) - REGISTRO TIPO(1)=D APOLICE(13) ENDOSSO(9)
      *- CLIENTE(9) RAMO(4) FONTE(4) EMISSAO(10) INICIO(10) TERMINO(10)
      *- TIPO DE ENDOSSO(1) SITUACAO(1)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ULT-CHAVE                          PIC X(254).
           77  CHAVE                              PIC X(254).
           77  LINHA                              PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ULT-CHAVE
           CHAVE
           LINHA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT (DIGITS(DEC(T.NUM_APOLICE, 13, 0)) || DIGITS(DEC(T.NRENDOS, 9, 0))) AS CHAVE, ('D' || DIGITS(DEC(T.NUM_APOLICE, 13, 0)) || DIGITS(DEC(T.NRENDOS, 9, 0)) || DIGITS(DEC(T.CODCLIEN, 9, 0)) || DIGITS(DEC(T.RAMO, 4, 0)) || DIGITS(DEC(T.FONTE, 4, 0)) || COALESCE(CHAR(T.DTEMIS, ISO), REPEAT(' ', 10)) || COALESCE(CHAR(T.DTINIVIG, ISO), REPEAT(' ', 10)) || COALESCE(CHAR(T.DTTERVIG, ISO), REPEAT(' ', 10)) || SUBSTR(T.TIPO_ENDOSSO || REPEAT(' ', 1), 1, 1) || SUBSTR(T.SITUACAO || REPEAT(' ', 1), 1, 1)) AS LINHA FROM seguros.v1endosso T, seguros.v0dw_extracao X WHERE X.nome_tabela = 'V1ENDOSSO' AND X.situacao = 'E' AND T.timestamp > X.ts_inicial AND T.timestamp <= X.ts_corte AND (DIGITS(DEC(T.NUM_APOLICE, 13, 0)) || DIGITS(DEC(T.NRENDOS, 9, 0))) > :ULT-CHAVE ORDER BY 1 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
