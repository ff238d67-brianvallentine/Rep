       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPSJ.
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
      *- SALVADOS E RESSARCIMENTOS - DEVOLUCAO AO RESSEGURADOR -
      *- RECEBIMENTOS DE SALVADO/RESSARCIMENTO AINDA SEM DEVOLUCAO COM
      *- AS CESSOES DA APOLICE EM V1RCAPCOMP - PARA CADA LINHA EXECUTAR
      *- CB2IPD8 PARA A PARTICIPACAO DO RESSEGURADOR E GRAVAR POR
      *- CB2IPD9 COM OPERACAO DE DEVOLUCAO E VALOR NEGATIVO - MARCAR
      *- POR CB2IPSC
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  NUM-SINISTRO                       PIC X(254).
           77  OCORR-MOVTO                        PIC X(254).
           77  TIPO-MOVTO                         PIC X(254).
           77  DATA-SINISTRO                      PIC X(254).
           77  VLR-MOVTO                          PIC X(254).
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           NUM-SINISTRO
           OCORR-MOVTO
           TIPO-MOVTO
           DATA-SINISTRO
           VLR-MOVTO
           FONTE
           NRRCAP.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT DISTINCT M.NUM_SINISTRO, M.OCORR_MOVTO, M.TIPO_MOVTO, S.DATA_SINISTRO, M.VLR_MOVTO, C.FONTE, C.NRRCAP FROM seguros.v0sinistro_movto M, seguros.v0sinistro_aviso S, seguros.v1rcapcomp C WHERE S.num_sinistro = M.num_sinistro AND M.tipo_movto IN ('6','7') AND M.ind_recuperacao = '0' AND M.dtmovto <= :DTMOVABE AND C.num_apolice = S.num_apolice AND C.situacao <> '2' AND C.operacao IN (SELECT O.OPERACAO FROM seguros.v0operacao O WHERE O.categoria = 'CESSAO') ORDER BY M.NUM_SINISTRO, M.OCORR_MOVTO, C.FONTE, C.NRRCAP END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
