       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P079.
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
      *- OPEN INSURANCE - REVOGACAO DO CONSENTIMENTO PELO CLIENTE OU
      *- PELA INSTITUICAO RECEPTORA - A PARTIR DA REVOGACAO NENHUMA
      *- EXTRACAO E LIBERADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ID-CONSENTIMENTO                   PIC X(254).
           77  DT-REVOGACAO                       PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ID-CONSENTIMENTO
           DT-REVOGACAO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0openins_consent SET DT_REVOGACAO = :DT-REVOGACAO, SITUACAO = '2', COD_USUARIO = :COD-USUARIO, TIMESTAMP = current timestamp WHERE id_consentimento = :ID-CONSENTIMENTO AND situacao = '1' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
