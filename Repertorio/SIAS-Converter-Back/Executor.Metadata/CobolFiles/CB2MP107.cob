       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP107.
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
      *- AJUSTE MANUAL DO HISTORICO DE PARCELAS - ENCERRA O AJUSTE COMO
      *- GRAVADO (SITUACAO G) QUANDO OS DOIS MOVIMENTOS TEM OCORHIST
      *- GERADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-AJUSTE                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-AJUSTE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0ajuste_hist A SET SITUACAO = 'G', DTHR_GRAVACAO = current timestamp WHERE A.num_ajuste = :NUM-AJUSTE AND A.situacao = 'A' AND (SELECT COUNT(*) FROM seguros.v0ajuste_hist_movto M WHERE M.num_ajuste = A.num_ajuste AND M.ocorhist_gerado IS NOT NULL) = 2 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
