       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P052.
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
      *- CUMULO DE CAPITAL POR VIDA - ENCERRA (SITUACAO 2) A LINHA DO
      *- CUMULO DO ENDOSSO ANTERIOR DA APOLICE INDIVIDUAL QUANDO O NOVO
      *- ENDOSSO E GRAVADO POR AC73P026 - A APOLICE SOMA SO O CAPITAL
      *- DO ENDOSSO MAIS RECENTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cumulo_capital K SET SITUACAO = '2', CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE K.num_apolice = :NUM-APOLICE AND K.nrendos <> :NRENDOS AND K.situacao = '1' AND EXISTS (SELECT 1 FROM seguros.v0cumulo_capital N WHERE N.num_apolice = K.num_apolice AND N.nrendos = :NRENDOS AND N.situacao = '1') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
