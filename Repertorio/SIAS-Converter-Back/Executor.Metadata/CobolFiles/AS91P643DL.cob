       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS91P643DL.
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
      *- INTEGRACAO RH - GRAVA EM V0AUTORIZA_HIST AS AUTORIZACOES DOS
      *- USUARIOS DEMITIDOS NO MOVIMENTO - EXECUTAR ANTES DE AS91P644DL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-MOVIMENTO                       PIC X(254).
           77  CODUSU-REVOGA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-MOVIMENTO
           CODUSU-REVOGA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0autoriza_hist (CODSIS, SUBSIS, CODGRU, SUBGRU, CODITE, SUBITE, CODUSU, CODUSU_REVOGA, DTHR_REVOGA) SELECT A.CODSIS, A.SUBSIS, A.CODGRU, A.SUBGRU, A.CODITE, A.SUBITE, A.CODUSU, :CODUSU-REVOGA, current timestamp FROM seguros.v0autoriza A WHERE EXISTS (SELECT 1 FROM seguros.v0rh_movimento M WHERE M.dt_movimento = :DT-MOVIMENTO AND M.situacao = '0' AND M.tipo_movto = 'D' AND M.codusu = A.codusu) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
