       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P045.
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
      *- ATUALIZACAO MONETARIA ANUAL - ENCERRA (SITUACAO 2) A LINHA DO
      *- CUMULO ANTERIOR A ATUALIZACAO - EXECUTAR DEPOIS DE AC73P044
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  DT-ANIVERSARIO                     PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           DT-ANIVERSARIO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cumulo_capital K SET SITUACAO = '2', CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE K.num_apolice = :NUM-APOLICE AND K.situacao = '1' AND EXISTS (SELECT 1 FROM seguros.v0atualiz_monet U WHERE U.num_apolice = K.num_apolice AND U.dt_aniversario = :DT-ANIVERSARIO AND U.situacao = '1' AND U.nrendos_atu <> K.nrendos) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
