       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P50.
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
      *- REGISTRO DE OPERACOES SUSEP (SRO) - PRAZO REGULATORIO EM DIAS
      *- POR TIPO DE REGISTRO - AP APOLICE/ENDOSSO, CB COBERTURA, PA
      *- PARCELA, PG RECEBIMENTO DE PREMIO - O LIMITE CAI NO PROXIMO
      *- DIA UTIL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  TIPO-REGISTRO                      PIC X(254).
           77  QTDIAS-PRAZO                       PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           TIPO-REGISTRO
           QTDIAS-PRAZO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0sro_param (TIPO_REGISTRO, QTDIAS_PRAZO, CODUSU, TIMESTAMP) SELECT :TIPO-REGISTRO, :QTDIAS-PRAZO, :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :TIPO-REGISTRO IN ('AP', 'CB', 'PA', 'PG') AND NOT EXISTS (SELECT 1 FROM seguros.v0sro_param S WHERE S.tipo_registro = :TIPO-REGISTRO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
