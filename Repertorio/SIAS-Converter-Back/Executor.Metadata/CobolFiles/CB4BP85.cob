       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP85.
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
      *- MORATORIA POR CALAMIDADE - ENCERRA AS MORATORIAS COM FIM DE
      *- VIGENCIA ANTERIOR AO MOVIMENTO (SITUACAO 2) - AS APOLICES
      *- VOLTAM AO ACRESCIMO, NEGATIVACAO, REPASSE E CANCELAMENTO -
      *- EMITIR EM SEGUIDA O RELATORIO CB4BP86
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0moratoria SET SITUACAO = '2', DT_ENCERRAMENTO = :DTMOVABE, TIMESTAMP = current timestamp WHERE situacao = '1' AND dt_fim < :DTMOVABE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
