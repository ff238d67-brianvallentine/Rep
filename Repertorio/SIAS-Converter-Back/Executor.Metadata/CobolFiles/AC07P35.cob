       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P35.
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
      *- LIMITE DE EXPOSICAO POR CONTRAPARTE - ALTERA RAZAO SOCIAL,
      *- RATING, CLASSE DO RESSEGURADOR E SITUACAO DA CONTRAPARTE -
      *- GRAVA A DATA DA ALTERACAO DO RATING
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CNPJ                               PIC X(254).
           77  RAZAO-SOCIAL                       PIC X(254).
           77  RATING                             PIC X(254).
           77  CLASSE-RESSEG                      PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CNPJ
           RAZAO-SOCIAL
           RATING
           CLASSE-RESSEG
           SITUACAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0contraparte SET RAZAO_SOCIAL = :RAZAO-SOCIAL, DT_RATING = CASE WHEN RATING = :RATING THEN DT_RATING ELSE current date END, RATING = :RATING, CLASSE_RESSEG = :CLASSE-RESSEG, SITUACAO = :SITUACAO, CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE cnpj = :CNPJ END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
