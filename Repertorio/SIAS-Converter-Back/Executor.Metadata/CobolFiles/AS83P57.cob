       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P57.
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
      *- INTEGRACAO RH - LOCALIZA O USUARIO DE CADA REGISTRO DO
      *- MOVIMENTO PELO CHPFUN - SEM USUARIO O REGISTRO VAI PARA A
      *- SITUACAO 9 E SAI NO RELATORIO AS83P58
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0rh_movimento M SET CODUSU = (SELECT MIN(U.CODUSU) FROM seguros.v0usuarios U WHERE U.chpfun = M.chpfun), SITUACAO = CASE WHEN EXISTS (SELECT 1 FROM seguros.v0usuarios U WHERE U.chpfun = M.chpfun) THEN '0' ELSE '9' END, TIMESTAMP = current timestamp WHERE M.dt_movimento = :DT-MOVIMENTO AND M.situacao = '0' AND M.codusu IS NULL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
