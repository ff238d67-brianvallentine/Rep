       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P52.
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
      *- ACESSO DE EMERGENCIA - PASSA OS ACESSOS VENCIDOS PARA A
      *- SITUACAO E (EXPIRADO AGUARDANDO REVISAO) DEPOIS DA REVOGACAO
      *- DOS ITENS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTHR-REFERENCIA                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTHR-REFERENCIA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0acesso_emerg SET SITUACAO = 'E' WHERE situacao = 'A' AND dthr_fim <= :DTHR-REFERENCIA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
