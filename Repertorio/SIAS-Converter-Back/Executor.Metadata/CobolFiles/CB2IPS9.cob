       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPS9.
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
      *- LEDGER DE SINISTRO - POSTAGEM CONTABIL - SELECIONA MOVIMENTOS
      *- DE SINISTRO NAO CONTABILIZADOS PARA GRAVACAO DO LANCAMENTO POR
      *- CB2MP054 - MESMA POSTAGEM DO MOVIMENTO DE PREMIO - OCORHIST
      *- RECEBE A OCORRENCIA DO MOVIMENTO E NRPARCEL ZERO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  NUM-SINISTRO                       PIC X(254).
           77  OCORR-MOVTO                        PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  OPERACAO                           PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  VLR-MOVTO                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           NUM-SINISTRO
           OCORR-MOVTO
           NUM-APOLICE
           NRENDOS
           OPERACAO
           DTMOVTO
           VLR-MOVTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT M.NUM_SINISTRO, M.OCORR_MOVTO, S.NUM_APOLICE, S.NRENDOS, M.OPERACAO, M.DTMOVTO, M.VLR_MOVTO FROM seguros.v0sinistro_movto M, seguros.v0sinistro_aviso S WHERE S.num_sinistro = M.num_sinistro AND M.sitcontb = '0' AND M.dtmovto <= :DTMOVABE ORDER BY M.OPERACAO, M.NUM_SINISTRO, M.OCORR_MOVTO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
