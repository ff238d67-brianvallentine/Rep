       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC74P015.
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
      *- AUDITORIA DO PREMIO TARIFARIO - TRATAMENTO DA DIVERGENCIA PELA
      *- AREA TECNICA - SITUACAO 1 JUSTIFICADA OU 2 CORRIGIDA POR
      *- ENDOSSO - GRAVA USUARIO E OBSERVACAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  OBSERVACAO                         PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           SITUACAO
           OBSERVACAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0tarifa_auditoria SET SITUACAO = :SITUACAO, OBSERVACAO = :OBSERVACAO, CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND nrendos = :NRENDOS AND situacao = '0' AND :SITUACAO IN ('1', '2') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
