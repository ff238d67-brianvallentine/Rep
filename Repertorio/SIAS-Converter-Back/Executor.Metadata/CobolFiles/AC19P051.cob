       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P051.
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
      *- EXTRACAO NOTURNA PARA O DATA WAREHOUSE - LINHAS DE
      *- V0AVISOS_SALDOS INCLUIDAS OU ALTERADAS NA JANELA DE TIMESTAMP
      *- DA EXECUCAO EM ABERTO - RETOMA APOS A ULTIMA CHAVE DO
      *- CHECKPOINT (BRANCOS NA PRIMEIRA PASSADA) - REGISTRO TIPO(1)=D
      *- BANCO(4) AGENCIA(5) AVISO(9) DATA DO AVISO(10) MOVIMENTO(10)
      *- SINAL E SALDO EM CENTAVOS(16) SITUACAO(1)
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT (DIGITS(DEC(T.BCOAVISO, 4, 0)) || DIGITS(DEC(T.AGEAVISO, 5, 0)) || DIGITS(DEC(T.NRAVISO, 9, 0))) AS CHAVE, ('D' || DIGITS(DEC(T.BCOAVISO, 4, 0)) || DIGITS(DEC(T.AGEAVISO, 5, 0)) || DIGITS(DEC(T.NRAVISO, 9, 0)) || COALESCE(CHAR(T.DTAVISO, ISO), REPEAT(' ', 10)) || COALESCE(CHAR(T.DTMOVTO, ISO), REPEAT(' ', 10)) || CASE WHEN T.SDOATU < 0 THEN '-' ELSE '+' END || DIGITS(DEC(ABS(T.SDOATU) * 100, 15, 0)) || SUBSTR(T.SITUACAO || REPEAT(' ', 1), 1, 1)) AS LINHA FROM seguros.v0avisos_saldos T, seguros.v0dw_extracao X WHERE X.nome_tabela = 'V0AVISOS_SALDOS' AND X.situacao = 'E' AND T.timestamp > X.ts_inicial AND T.timestamp <= X.ts_corte AND (DIGITS(DEC(T.BCOAVISO, 4, 0)) || DIGITS(DEC(T.AGEAVISO, 5, 0)) || DIGITS(DEC(T.NRAVISO, 9, 0))) > :ULT-CHAVE ORDER BY 1 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
