       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P37.
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
      *- LIMITE DE EXPOSICAO POR CONTRAPARTE - INCLUI O LIMITE DA FAIXA
      *- DE RATING - VALOR MAXIMO DE EXPOSICAO ADMITIDO PARA QUALQUER
      *- CONTRAPARTE COM O RATING
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  RATING                             PIC X(254).
           77  VLR-LIMITE                         PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           RATING
           VLR-LIMITE
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0contraparte_limite (RATING, VLR_LIMITE, SITUACAO, CODUSU, TIMESTAMP) SELECT :RATING, :VLR-LIMITE, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0contraparte_limite L WHERE L.rating = :RATING) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
