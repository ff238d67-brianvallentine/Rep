       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFL.
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
      *- QUITACAO ANTECIPADA - EXPIRA (SITUACAO 9) AS COTACOES NAO
      *- PAGAS COM VALIDADE VENCIDA - AS PARCELAS CONTINUAM NO
      *- PARCELAMENTO ORIGINAL E O BOLETO OU PIX DA COTACAO DEVE SER
      *- BAIXADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0quitacao_antec SET SITUACAO = '9', TIMESTAMP = current timestamp WHERE situacao IN ('0', '1') AND dt_validade < :DTMOVABE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
