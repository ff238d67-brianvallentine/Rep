       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P60.
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
      *- INTEGRACAO RH - SUSPENDE IMEDIATAMENTE OS USUARIOS DEMITIDOS
      *- OU AFASTADOS NO MOVIMENTO, COM O CODIGO DE MOTIVO NA SITUACAO
      *- - O RETORNO DO AFASTAMENTO E REATIVADO PELA SEGURANCA EM
      *- AS83P45
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-MOVIMENTO                       PIC X(254).
           77  COD-MOTIVO-DEMISSAO                PIC X(254).
           77  COD-MOTIVO-AFASTAMENTO             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-MOVIMENTO
           COD-MOTIVO-DEMISSAO
           COD-MOTIVO-AFASTAMENTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0usuarios U SET SITUACAO = '2', COD_MOTIVO_SIT = CASE (SELECT MAX(M.TIPO_MOVTO) FROM seguros.v0rh_movimento M WHERE M.dt_movimento = :DT-MOVIMENTO AND M.situacao = '0' AND M.codusu = U.codusu AND M.tipo_movto IN ('A', 'D')) WHEN 'D' THEN :COD-MOTIVO-DEMISSAO ELSE :COD-MOTIVO-AFASTAMENTO END WHERE U.situacao = '1' AND (SELECT MAX(M.TIPO_MOVTO) FROM seguros.v0rh_movimento M WHERE M.dt_movimento = :DT-MOVIMENTO AND M.situacao = '0' AND M.codusu = U.codusu AND M.tipo_movto IN ('A', 'D')) IS NOT NULL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
