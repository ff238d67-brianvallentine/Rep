       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFL.
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
      *- VISTORIA PREVIA - MARCA A SOLICITACAO COMO ENVIADA NO ARQUIVO
      *- DO DIA (SITUACAO 1)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-VISTORIA                       PIC X(254).
           77  DT-ENVIO                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-VISTORIA
           DT-ENVIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0vistoria SET DT_ENVIO = :DT-ENVIO, SITUACAO = '1', TIMESTAMP = current timestamp WHERE num_vistoria = :NUM-VISTORIA AND situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
