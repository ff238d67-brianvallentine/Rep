       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P095.
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
      *- MASCARAMENTO DE DADOS SENSIVEIS - INCLUI A REGRA DA CLASSE DE
      *- CAMPO (CPF, CONTA, CARTAO, NASCIMENTO) - SISTEMA E TIPO DE
      *- AUTORIZACAO (V1TIPOAUT) QUE PERMITE REVELAR O DADO - UMA REGRA
      *- POR CLASSE - A ALTERACAO E FEITA POR CB51P098
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CLASSE-CAMPO                       PIC X(254).
           77  CODSIS                             PIC X(254).
           77  TIPATZ-REVELA                      PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CLASSE-CAMPO
           CODSIS
           TIPATZ-REVELA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0mascara_regra (CLASSE_CAMPO, CODSIS, TIPATZ_REVELA, SITUACAO, CODUSU, TIMESTAMP) SELECT :CLASSE-CAMPO, :CODSIS, :TIPATZ-REVELA, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :CLASSE-CAMPO IN ('CPF', 'CONTA', 'CARTAO', 'NASCIMENTO') AND :TIPATZ-REVELA <> ' ' AND NOT EXISTS (SELECT 1 FROM seguros.v0mascara_regra R WHERE R.classe_campo = :CLASSE-CAMPO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
