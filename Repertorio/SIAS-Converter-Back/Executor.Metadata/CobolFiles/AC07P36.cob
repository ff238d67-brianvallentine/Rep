       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P36.
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
      *- LIMITE DE EXPOSICAO POR CONTRAPARTE - LIGA O TRATADO OU
      *- CONTRATO FACULTATIVO (FONTE/NRRCAP DE V1RCAP) AO CNPJ DO
      *- RESSEGURADOR - UM TRATADO PERTENCE A UM SO RESSEGURADOR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CNPJ                               PIC X(254).
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CNPJ
           FONTE
           NRRCAP
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0contraparte_rcap (CNPJ, FONTE, NRRCAP, CODUSU, TIMESTAMP) SELECT P.CNPJ, :FONTE, :NRRCAP, :CODUSU, current timestamp FROM seguros.v0contraparte P WHERE P.cnpj = :CNPJ AND P.tipo_contraparte = 'R' AND EXISTS (SELECT 1 FROM seguros.v1rcap T WHERE T.fonte = :FONTE AND T.nrrcap = :NRRCAP) AND NOT EXISTS (SELECT 1 FROM seguros.v0contraparte_rcap L WHERE L.fonte = :FONTE AND L.nrrcap = :NRRCAP) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
