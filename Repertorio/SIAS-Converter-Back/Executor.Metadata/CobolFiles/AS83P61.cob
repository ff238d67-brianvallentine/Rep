       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P61.
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
      *- INTEGRACAO RH - GRAVA EM V0USUARIOS_HIST OS VALORES
      *- ANTERIOR/NOVO DE DEPTO, CENCUS E CODCARGO DOS USUARIOS
      *- TRANSFERIDOS NO MOVIMENTO (ULTIMO REGISTRO T DO DIA) -
      *- EXECUTAR ANTES DE AS83P62
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-MOVIMENTO                       PIC X(254).
           77  CODUSU-ALTER                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-MOVIMENTO
           CODUSU-ALTER.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0usuarios_hist (CODUSU, NOMUSU_ANT, NUMRML_ANT, DEPTO_ANT, CENCUS_ANT, FONTE_ANT, CHPFUN_ANT, CODCARGO_ANT, NOMUSU_NOVO, NUMRML_NOVO, DEPTO_NOVO, CENCUS_NOVO, FONTE_NOVO, CHPFUN_NOVO, CODCARGO_NOVO, CODUSU_ALTER, TIMESTAMP) SELECT U.CODUSU, U.NOMUSU, U.NUMRML, U.DEPTO, U.CENCUS, U.FONTE, U.CHPFUN, U.CODCARGO, U.NOMUSU, U.NUMRML, M.DEPTO, M.CENCUS, U.FONTE, U.CHPFUN, M.CODCARGO, :CODUSU-ALTER, current timestamp FROM seguros.v0usuarios U, seguros.v0rh_movimento M WHERE M.dt_movimento = :DT-MOVIMENTO AND M.situacao = '0' AND M.tipo_movto = 'T' AND M.codusu = U.codusu AND M.num_seq = (SELECT MAX(M2.NUM_SEQ) FROM seguros.v0rh_movimento M2 WHERE M2.dt_movimento = M.dt_movimento AND M2.codusu = M.codusu AND M2.tipo_movto = 'T') AND (U.depto <> M.depto OR U.cencus <> M.cencus OR U.codcargo <> M.codcargo) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
