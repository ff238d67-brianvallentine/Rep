       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P032.
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
      *- ESTORNO DE COMISSAO - INCLUI O PARAMETRO DE QUANTIDADE MAXIMA
      *- DE CICLOS DE LIQUIDACAO PARA RECUPERAR O ESTORNO - VIGENTE A
      *- PARTIR DA DATA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTINIVIG                           PIC X(254).
           77  QTDE-CICLOS-MAX                    PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTINIVIG
           QTDE-CICLOS-MAX
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0comissao_estorno_param (DTINIVIG, QTDE_CICLOS_MAX, CODUSU, TIMESTAMP) VALUES (:DTINIVIG, :QTDE-CICLOS-MAX, :CODUSU, current timestamp) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
