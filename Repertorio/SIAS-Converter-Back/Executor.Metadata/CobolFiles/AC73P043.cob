       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P043.
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
      *- ATUALIZACAO MONETARIA ANUAL - AMARRA O ENDOSSO DE ATUALIZACAO
      *- GERADO POR AC73P042 E PASSA A SITUACAO A 1
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  DT-ANIVERSARIO                     PIC X(254).
           77  NRENDOS-ATU                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           DT-ANIVERSARIO
           NRENDOS-ATU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0atualiz_monet SET NRENDOS_ATU = :NRENDOS-ATU, SITUACAO = '1', TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND dt_aniversario = :DT-ANIVERSARIO AND situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
