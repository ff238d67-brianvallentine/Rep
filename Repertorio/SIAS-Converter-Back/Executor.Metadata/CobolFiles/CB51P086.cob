       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P086.
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
      *- OPEN INSURANCE - FECHA O REGISTRO DA EXTRACAO COM A QUANTIDADE
      *- DE REGISTROS ENVIADOS A INSTITUICAO RECEPTORA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ID-CONSENTIMENTO                   PIC X(254).
           77  SEQ-EXTRACAO                       PIC X(254).
           77  QTDE-REGISTROS                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ID-CONSENTIMENTO
           SEQ-EXTRACAO
           QTDE-REGISTROS.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0openins_extracao SET QTDE_REGISTROS = :QTDE-REGISTROS, TIMESTAMP = current timestamp WHERE id_consentimento = :ID-CONSENTIMENTO AND seq_extracao = :SEQ-EXTRACAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
