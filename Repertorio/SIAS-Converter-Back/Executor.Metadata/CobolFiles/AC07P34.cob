       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P34.
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
      *- LIMITE DE EXPOSICAO POR CONTRAPARTE - INCLUI A CONTRAPARTE NO
      *- CADASTRO POR CNPJ - TIPO_CONTRAPARTE R RESSEGURADOR OU C
      *- CONGENERE - RATING E CLASSE DO RESSEGURADOR (L LOCAL, A
      *- ADMITIDO, E EVENTUAL) - A CONGENERE E LIGADA PELO CNPJ DE
      *- V0CONGENER E O RESSEGURADOR AOS TRATADOS POR AC07P36
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CNPJ                               PIC X(254).
           77  RAZAO-SOCIAL                       PIC X(254).
           77  TIPO-CONTRAPARTE                   PIC X(254).
           77  RATING                             PIC X(254).
           77  CLASSE-RESSEG                      PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CNPJ
           RAZAO-SOCIAL
           TIPO-CONTRAPARTE
           RATING
           CLASSE-RESSEG
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0contraparte (CNPJ, RAZAO_SOCIAL, TIPO_CONTRAPARTE, RATING, CLASSE_RESSEG, DT_RATING, SITUACAO, CODUSU, TIMESTAMP) SELECT :CNPJ, :RAZAO-SOCIAL, :TIPO-CONTRAPARTE, :RATING, :CLASSE-RESSEG, current date, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :TIPO-CONTRAPARTE IN ('R','C') AND NOT EXISTS (SELECT 1 FROM seguros.v0contraparte P WHERE P.cnpj = :CNPJ) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
