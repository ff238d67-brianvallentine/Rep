       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P049.
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
      *- EXTRACAO NOTURNA PARA O DATA WAREHOUSE - LINHAS DE V0HISTOPARC
      *- INCLUIDAS OU ALTERADAS NA JANELA DE TIMESTAMP DA EXECUCAO EM
      *- ABERTO - RETOMA APOS A ULTIMA CHAVE DO CHECKPOINT (BRANCOS NA
      *- PRIMEIRA PASSADA) - REGISTRO TIPO(1)=D APOLICE(13) ENDOSSO(9)
      *- PARCELA(4) OCORRENCIA(5) OPERACAO(4) MOVIMENTO(10)
      *- QUITACAO(10) SINAL E VALOR EM CENTAVOS(16) BANCO(4) AGENCIA(5)
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT (DIGITS(DEC(T.NUM_APOLICE, 13, 0)) || DIGITS(DEC(T.NRENDOS, 9, 0)) || DIGITS(DEC(T.NRPARCEL, 4, 0)) || DIGITS(DEC(T.OCORHIST, 5, 0))) AS CHAVE, ('D' || DIGITS(DEC(T.NUM_APOLICE, 13, 0)) || DIGITS(DEC(T.NRENDOS, 9, 0)) || DIGITS(DEC(T.NRPARCEL, 4, 0)) || DIGITS(DEC(T.OCORHIST, 5, 0)) || DIGITS(DEC(T.OPERACAO, 4, 0)) || COALESCE(CHAR(T.DTMOVTO, ISO), REPEAT(' ', 10)) || COALESCE(CHAR(T.DTQITBCO, ISO), REPEAT(' ', 10)) || CASE WHEN T.VLPRMTOT < 0 THEN '-' ELSE '+' END || DIGITS(DEC(ABS(T.VLPRMTOT) * 100, 15, 0)) || DIGITS(DEC(T.BCOCOBR, 4, 0)) || DIGITS(DEC(T.AGECOBR, 5, 0))) AS LINHA FROM seguros.v0histoparc T, seguros.v0dw_extracao X WHERE X.nome_tabela = 'V0HISTOPARC' AND X.situacao = 'E' AND T.timestamp > X.ts_inicial AND T.timestamp <= X.ts_corte AND (DIGITS(DEC(T.NUM_APOLICE, 13, 0)) || DIGITS(DEC(T.NRENDOS, 9, 0)) || DIGITS(DEC(T.NRPARCEL, 4, 0)) || DIGITS(DEC(T.OCORHIST, 5, 0))) > :ULT-CHAVE ORDER BY 1 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
