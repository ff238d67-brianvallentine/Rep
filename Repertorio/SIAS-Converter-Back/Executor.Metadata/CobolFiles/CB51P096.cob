       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P096.
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
      *- MASCARAMENTO DE DADOS SENSIVEIS - REGISTRA A REVELACAO DO DADO
      *- - USUARIO, TELA, CLASSE DO CAMPO E CHAVE DO REGISTRO - SO
      *- GRAVA SE O USUARIO TEM O TIPO DE AUTORIZACAO DA REGRA ATIVA DA
      *- CLASSE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODUSU                             PIC X(254).
           77  COD-TELA                           PIC X(254).
           77  CLASSE-CAMPO                       PIC X(254).
           77  CHAVE-REGISTRO                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODUSU
           COD-TELA
           CLASSE-CAMPO
           CHAVE-REGISTRO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0mascara_revelacao (CODUSU, COD_TELA, CLASSE_CAMPO, CHAVE_REGISTRO, DTHR_REVELACAO) SELECT :CODUSU, :COD-TELA, R.CLASSE_CAMPO, :CHAVE-REGISTRO, current timestamp FROM seguros.v0mascara_regra R WHERE R.classe_campo = :CLASSE-CAMPO AND R.situacao = '1' AND EXISTS (SELECT 1 FROM seguros.v1tipoaut T WHERE T.codusu = :CODUSU AND T.codsis = R.codsis AND T.tipatz = R.tipatz_revela) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
