       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P050.
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
      *- V0MOVDEBCC_CEF INCLUIDAS OU ALTERADAS NA JANELA DE TIMESTAMP
      *- DA EXECUCAO EM ABERTO - RETOMA APOS A ULTIMA CHAVE DO
      *- CHECKPOINT (BRANCOS NA PRIMEIRA PASSADA) - REGISTRO TIPO(1)=D
      *- APOLICE(13) ENDOSSO(9) PARCELA(4) CONVENIO(6) VENCIMENTO(10)
      *- SINAL E VALOR EM CENTAVOS(16) SITUACAO DA COBRANCA(1) TIPO DE
      *- REGISTRO(1) NSAS(6) - CHAVE DE RETOMADA TERMINA NO NSAS
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT (DIGITS(DEC(T.NUM_APOLICE, 13, 0)) || DIGITS(DEC(T.NRENDOS, 9, 0)) || DIGITS(DEC(T.NRPARCEL, 4, 0)) || DIGITS(DEC(T.COD_CONVENIO, 6, 0)) || CHAR(T.DTVENCTO, ISO) || DIGITS(DEC(T.NSAS, 6, 0))) AS CHAVE, ('D' || DIGITS(DEC(T.NUM_APOLICE, 13, 0)) || DIGITS(DEC(T.NRENDOS, 9, 0)) || DIGITS(DEC(T.NRPARCEL, 4, 0)) || DIGITS(DEC(T.COD_CONVENIO, 6, 0)) || CHAR(T.DTVENCTO, ISO) || CASE WHEN T.VLR_DEBITO < 0 THEN '-' ELSE '+' END || DIGITS(DEC(ABS(T.VLR_DEBITO) * 100, 15, 0)) || SUBSTR(T.SIT_COBRANCA || REPEAT(' ', 1), 1, 1) || SUBSTR(T.TIPO_REGISTRO || REPEAT(' ', 1), 1, 1) || DIGITS(DEC(T.NSAS, 6, 0))) AS LINHA FROM seguros.v0movdebcc_cef T, seguros.v0dw_extracao X WHERE X.nome_tabela = 'V0MOVDEBCC_CEF' AND X.situacao = 'E' AND T.timestamp > X.ts_inicial AND T.timestamp <= X.ts_corte AND (DIGITS(DEC(T.NUM_APOLICE, 13, 0)) || DIGITS(DEC(T.NRENDOS, 9, 0)) || DIGITS(DEC(T.NRPARCEL, 4, 0)) || DIGITS(DEC(T.COD_CONVENIO, 6, 0)) || CHAR(T.DTVENCTO, ISO) || DIGITS(DEC(T.NSAS, 6, 0))) > :ULT-CHAVE ORDER BY 1 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
