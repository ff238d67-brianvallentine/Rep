       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP295.
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
      *- CONCILIACAO SIGCB X TITULO X HISTOPARC - PARAMETRO DE IDADE EM
      *- DIAS A PARTIR DA QUAL A QUEBRA VAI PARA A FOLHA DE FECHAMENTO
      *- DIARIO - VIGORA A PARTIR DE DTINIVIG, VALE O MAIS RECENTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTINIVIG                           PIC X(254).
           77  QTDIAS-FECHAMENTO                  PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTINIVIG
           QTDIAS-FECHAMENTO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0concil_sigcb_param (DTINIVIG, QTDIAS_FECHAMENTO, COD_USUARIO, TIMESTAMP) SELECT :DTINIVIG, :QTDIAS-FECHAMENTO, :COD-USUARIO, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :QTDIAS-FECHAMENTO >= 0 AND NOT EXISTS (SELECT 1 FROM seguros.v0concil_sigcb_param P WHERE P.dtinivig = :DTINIVIG) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
