       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPF9.
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
      *- ARQUIVO DIARIO DO PRODUTOR - ATUALIZA A SITUACAO DO ARQUIVO DO
      *- PRODUTOR - 1 TRANSMITIDO, 2 CONFIRMADO PELO CORRETOR, 9
      *- REJEITADO (REGERAR)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
           77  CODPDT                             PIC X(254).
           77  SITUACAO                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO
           CODPDT
           SITUACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0produtor_arquivo SET SITUACAO = :SITUACAO, TIMESTAMP = current timestamp WHERE dtmovto = :DTMOVTO AND codpdt = :CODPDT AND :SITUACAO IN ('1','2','9') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
