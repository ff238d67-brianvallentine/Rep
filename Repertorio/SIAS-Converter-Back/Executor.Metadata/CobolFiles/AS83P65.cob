       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P65.
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
      *- INTEGRACAO RH - MARCA COMO PROCESSADOS (SITUACAO 1) OS
      *- REGISTROS DO MOVIMENTO COM USUARIO - ULTIMO PASSO DA
      *- INTEGRACAO DO DIA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-MOVIMENTO                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-MOVIMENTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0rh_movimento M SET SITUACAO = '1', TIMESTAMP = current timestamp WHERE M.dt_movimento = :DT-MOVIMENTO AND M.situacao = '0' AND M.codusu IS NOT NULL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
