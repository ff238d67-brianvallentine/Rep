       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P073.
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
      *- TROCA DE TITULARIDADE - AMARRA O ENDOSSO DE TROCA GERADO POR
      *- CB51P072 AO PEDIDO - SITUACAO PASSA A 1
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SOLICITACAO                    PIC X(254).
           77  NRENDOS-TROCA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SOLICITACAO
           NRENDOS-TROCA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0troca_titular SET NRENDOS_TROCA = :NRENDOS-TROCA, SITUACAO = '1', TIMESTAMP = current timestamp WHERE num_solicitacao = :NUM-SOLICITACAO AND situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
