       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPR1.
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
      *- CONTA CORRENTE DE RESSEGURO - PARAMETRO DO PERCENTUAL DE
      *- COMISSAO DE RESSEGURO DA VERSAO DO TRATADO - DEDUZIDO DO
      *- PREMIO CEDIDO NO EXTRATO TRIMESTRAL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
           77  NUM-VERSAO                         PIC X(254).
           77  PCT-COMIS-RESSEG                   PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           FONTE
           NRRCAP
           NUM-VERSAO
           PCT-COMIS-RESSEG
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v1rcap_versao SET PCT_COMIS_RESSEG = :PCT-COMIS-RESSEG, CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE fonte = :FONTE AND nrrcap = :NRRCAP AND num_versao = :NUM-VERSAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
