       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP106.
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
      *- AJUSTE MANUAL DO HISTORICO DE PARCELAS - REGISTRA O OCORHIST
      *- GRAVADO POR CB2MP036 EM CADA MOVIMENTO DO AJUSTE - CONFERE QUE
      *- O MOVIMENTO EXISTE NA V0HISTOPARC
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-AJUSTE                         PIC X(254).
           77  TIPO-MOVTO                         PIC X(254).
           77  OCORHIST                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-AJUSTE
           TIPO-MOVTO
           OCORHIST.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0ajuste_hist_movto M SET OCORHIST_GERADO = :OCORHIST WHERE M.num_ajuste = :NUM-AJUSTE AND M.tipo_movto = :TIPO-MOVTO AND M.ocorhist_gerado IS NULL AND EXISTS (SELECT 1 FROM seguros.v0histoparc H WHERE H.num_apolice = M.num_apolice AND H.nrendos = M.nrendos AND H.nrparcel = M.nrparcel AND H.ocorhist = :OCORHIST AND H.operacao = M.operacao) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
