       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P051.
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
      *- ATUALIZACAO MONETARIA ANUAL - MARCA O AVISO ENVIADO AO
      *- SEGURADO (SITUACAO 2) COM A DATA DE ENVIO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  DT-ANIVERSARIO                     PIC X(254).
           77  DT-AVISO                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           DT-ANIVERSARIO
           DT-AVISO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0atualiz_monet SET DT_AVISO = :DT-AVISO, SITUACAO = '2', TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND dt_aniversario = :DT-ANIVERSARIO AND situacao = '1' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
