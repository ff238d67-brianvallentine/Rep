       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P048.
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
      *- EXTRACAO NOTURNA PARA O DATA WAREHOUSE - LINHAS DE V1PARCELA
      *- INCLUIDAS OU ALTERADAS NA JANELA DE TIMESTAMP DA EXECUCAO EM
      *- ABERTO - RETOMA APOS A ULTIMA CHAVE DO CHECKPOINT (BRANCOS NA
      *- PRIMEIRA PASSADA) - REGISTRO TIPO(1)=D APOLICE(13) ENDOSSO(9)
      *- PARCELA(4) VENCIMENTO(10) SINAL E VALOR EM CENTAVOS(16)
      *- SITUACAO(1)
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT (DIGITS(DEC(T.NUM_APOLICE, 13, 0)) || DIGITS(DEC(T.NRENDOS, 9, 0)) || DIGITS(DEC(T.NRPARCEL, 4, 0))) AS CHAVE, ('D' || DIGITS(DEC(T.NUM_APOLICE, 13, 0)) || DIGITS(DEC(T.NRENDOS, 9, 0)) || DIGITS(DEC(T.NRPARCEL, 4, 0)) || COALESCE(CHAR(T.DTVENCTO, ISO), REPEAT(' ', 10)) || CASE WHEN T.VLPRMTOT < 0 THEN '-' ELSE '+' END || DIGITS(DEC(ABS(T.VLPRMTOT) * 100, 15, 0)) || SUBSTR(T.SITUACAO || REPEAT(' ', 1), 1, 1)) AS LINHA FROM seguros.v1parcela T, seguros.v0dw_extracao X WHERE X.nome_tabela = 'V1PARCELA' AND X.situacao = 'E' AND T.timestamp > X.ts_inicial AND T.timestamp <= X.ts_corte AND (DIGITS(DEC(T.NUM_APOLICE, 13, 0)) || DIGITS(DEC(T.NRENDOS, 9, 0)) || DIGITS(DEC(T.NRPARCEL, 4, 0))) > :ULT-CHAVE ORDER BY 1 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
