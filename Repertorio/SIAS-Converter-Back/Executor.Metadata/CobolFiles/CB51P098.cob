       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P098.
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
      *- MASCARAMENTO DE DADOS SENSIVEIS - ALTERA O SISTEMA, O TIPO DE
      *- AUTORIZACAO QUE REVELA O DADO OU A SITUACAO (1 ATIVA, 0
      *- INATIVA) DA REGRA DA CLASSE DE CAMPO - INATIVA = NINGUEM
      *- REVELA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CLASSE-CAMPO                       PIC X(254).
           77  CODSIS                             PIC X(254).
           77  TIPATZ-REVELA                      PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CLASSE-CAMPO
           CODSIS
           TIPATZ-REVELA
           SITUACAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0mascara_regra R SET CODSIS = :CODSIS, TIPATZ_REVELA = :TIPATZ-REVELA, SITUACAO = :SITUACAO, CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE R.classe_campo = :CLASSE-CAMPO AND :SITUACAO IN ('0', '1') AND :TIPATZ-REVELA <> ' ' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
