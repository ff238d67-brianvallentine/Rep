       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P036.
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
      *- OVERRIDING DA HIERARQUIA DE PRODUCAO - GRAVA A ASCENDENCIA DO
      *- NO INCLUIDO - O PROPRIO NO E TODOS OS NOS ACIMA DELE, COPIANDO
      *- A ASCENDENCIA DO NO SUPERIOR - BASE DO CALCULO MENSAL AC76P038
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODHIE                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODHIE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0hierarquia_ascend (CODHIE, CODHIE_ASCEND, TIMESTAMP) SELECT H.CODHIE, H.CODHIE, current timestamp FROM seguros.v0hierarquia H WHERE H.codhie = :CODHIE UNION ALL SELECT H.CODHIE, A.CODHIE_ASCEND, current timestamp FROM seguros.v0hierarquia H, seguros.v0hierarquia_ascend A WHERE H.codhie = :CODHIE AND A.codhie = H.codhie_superior END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
