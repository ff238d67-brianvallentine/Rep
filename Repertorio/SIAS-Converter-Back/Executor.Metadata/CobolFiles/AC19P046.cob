       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P046.
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
      *- EXTRACAO NOTURNA PARA O DATA WAREHOUSE - LINHAS DE V1APOLICE
      *- INCLUIDAS OU ALTERADAS NA JANELA DE TIMESTAMP DA EXECUCAO EM
      *- ABERTO - RETOMA APOS A ULTIMA CHAVE DO CHECKPOINT (BRANCOS NA
      *- PRIMEIRA PASSADA) - REGISTRO TIPO(1)=D APOLICE(13) RAMO(4)
      *- MODALIDADE(4) ORGAO(4) NOME(40) CPF/CNPJ(18) TIPO PESSOA(1)
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT (DIGITS(DEC(T.NUM_APOLICE, 13, 0))) AS CHAVE, ('D' || DIGITS(DEC(T.NUM_APOLICE, 13, 0)) || DIGITS(DEC(T.RAMO, 4, 0)) || DIGITS(DEC(T.MODALIDA, 4, 0)) || DIGITS(DEC(T.ORGAO, 4, 0)) || SUBSTR(T.NOME || REPEAT(' ', 40), 1, 40) || SUBSTR(T.CGCCPF || REPEAT(' ', 18), 1, 18) || SUBSTR(T.TPPESSOA || REPEAT(' ', 1), 1, 1)) AS LINHA FROM seguros.v1apolice T, seguros.v0dw_extracao X WHERE X.nome_tabela = 'V1APOLICE' AND X.situacao = 'E' AND T.timestamp > X.ts_inicial AND T.timestamp <= X.ts_corte AND (DIGITS(DEC(T.NUM_APOLICE, 13, 0))) > :ULT-CHAVE ORDER BY 1 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
