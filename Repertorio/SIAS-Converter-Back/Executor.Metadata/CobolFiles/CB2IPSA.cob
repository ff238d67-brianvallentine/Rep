       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPSA.
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
      *- LEDGER DE SINISTRO - POSTAGEM CONTABIL - MARCA O MOVIMENTO DE
      *- SINISTRO COMO CONTABILIZADO APOS A GRAVACAO DO LANCAMENTO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SINISTRO                       PIC X(254).
           77  OCORR-MOVTO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SINISTRO
           OCORR-MOVTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0sinistro_movto SET SITCONTB = '1', TIMESTAMP = current timestamp WHERE num_sinistro = :NUM-SINISTRO AND ocorr_movto = :OCORR-MOVTO AND sitcontb = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
