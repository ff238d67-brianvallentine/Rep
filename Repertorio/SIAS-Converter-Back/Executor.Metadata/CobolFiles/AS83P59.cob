       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P59.
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
      *- INTEGRACAO RH - GRAVA EM V0USUARIOS_SIT_HIST A SUSPENSAO DOS
      *- USUARIOS DEMITIDOS OU AFASTADOS NO MOVIMENTO - EXECUTAR ANTES
      *- DE AS83P60 - DEMISSAO PREVALECE SOBRE AFASTAMENTO NO MESMO DIA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-MOVIMENTO                       PIC X(254).
           77  COD-MOTIVO-DEMISSAO                PIC X(254).
           77  COD-MOTIVO-AFASTAMENTO             PIC X(254).
           77  CODUSU-ALTER                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-MOVIMENTO
           COD-MOTIVO-DEMISSAO
           COD-MOTIVO-AFASTAMENTO
           CODUSU-ALTER.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0usuarios_sit_hist (CODUSU, SITUACAO_ANT, SITUACAO_NOVO, COD_MOTIVO, CODUSU_ALTER, TIMESTAMP) SELECT U.CODUSU, U.SITUACAO, '2', CASE (SELECT MAX(M.TIPO_MOVTO) FROM seguros.v0rh_movimento M WHERE M.dt_movimento = :DT-MOVIMENTO AND M.situacao = '0' AND M.codusu = U.codusu AND M.tipo_movto IN ('A', 'D')) WHEN 'D' THEN :COD-MOTIVO-DEMISSAO ELSE :COD-MOTIVO-AFASTAMENTO END, :CODUSU-ALTER, current timestamp FROM seguros.v0usuarios U WHERE U.situacao = '1' AND (SELECT MAX(M.TIPO_MOVTO) FROM seguros.v0rh_movimento M WHERE M.dt_movimento = :DT-MOVIMENTO AND M.situacao = '0' AND M.codusu = U.codusu AND M.tipo_movto IN ('A', 'D')) IS NOT NULL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
