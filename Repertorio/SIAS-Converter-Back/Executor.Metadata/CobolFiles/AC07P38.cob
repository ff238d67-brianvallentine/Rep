       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P38.
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
      *- LIMITE DE EXPOSICAO POR CONTRAPARTE - ALTERA O LIMITE E A
      *- SITUACAO DA FAIXA DE RATING
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  RATING                             PIC X(254).
           77  VLR-LIMITE                         PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           RATING
           VLR-LIMITE
           SITUACAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0contraparte_limite SET VLR_LIMITE = :VLR-LIMITE, SITUACAO = :SITUACAO, CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE rating = :RATING END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
