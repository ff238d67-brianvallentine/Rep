       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPG0.
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
      *- RUN-CONTROL DA CADEIA NOTURNA - CANCELAMENTO DA CADEIA PARA A
      *- DATA DE MOVIMENTO - FECHA COM SITUACAO C OS JOBS AINDA EM
      *- EXECUCAO, LIBERANDO A JANELA DE CONGELAMENTO DA ATUALIZACAO
      *- ON-LINE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0runcontrol SET DTHR_TERMINO = current timestamp, SITUACAO = 'C' WHERE dtmovto = :DTMOVTO AND situacao = 'E' AND dthr_termino IS NULL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
