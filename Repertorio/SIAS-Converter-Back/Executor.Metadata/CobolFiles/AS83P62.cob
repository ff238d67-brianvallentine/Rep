       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P62.
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
      *- INTEGRACAO RH - ATUALIZA DEPTO, CENCUS, CODCARGO E O GESTOR
      *- DOS USUARIOS TRANSFERIDOS NO MOVIMENTO - GESTOR LOCALIZADO
      *- PELO CHPFUN INFORMADO PELO RH, MANTIDO O ATUAL QUANDO NAO
      *- ENCONTRADO
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0usuarios U SET (DEPTO, CENCUS, CODCARGO, CODUSU_GESTOR) = (SELECT M.DEPTO, M.CENCUS, M.CODCARGO, COALESCE((SELECT MIN(G.CODUSU) FROM seguros.v0usuarios G WHERE G.chpfun = M.chpfun_gestor AND G.situacao = '1'), U.CODUSU_GESTOR) FROM seguros.v0rh_movimento M WHERE M.dt_movimento = :DT-MOVIMENTO AND M.situacao = '0' AND M.tipo_movto = 'T' AND M.codusu = U.codusu AND M.num_seq = (SELECT MAX(M2.NUM_SEQ) FROM seguros.v0rh_movimento M2 WHERE M2.dt_movimento = M.dt_movimento AND M2.codusu = M.codusu AND M2.tipo_movto = 'T')) WHERE EXISTS (SELECT 1 FROM seguros.v0rh_movimento M WHERE M.dt_movimento = :DT-MOVIMENTO AND M.situacao = '0' AND M.tipo_movto = 'T' AND M.codusu = U.codusu) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
