       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPSB.
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
      *- LEDGER DE SINISTRO - RECUPERACAO DE RESSEGURO - PAGAMENTOS
      *- AINDA SEM RECUPERACAO GERADA COM AS CESSOES DA APOLICE EM
      *- V1RCAPCOMP - PARA CADA LINHA COM IND-CESSAO S EXECUTAR CB2IPD8
      *- COM FONTE, NRRCAP, DATA E VALOR PAGO E GRAVAR O RESULTADO POR
      *- CB2IPD9 COM O NUM_SINISTRO - DEPOIS MARCAR O PAGAMENTO POR
      *- CB2IPSC COM 1 - IND-CESSAO N (APOLICE SEM CESSAO, FONTE E
      *- NRRCAP NULOS) MARCAR DIRETO POR CB2IPSC COM N
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  NUM-SINISTRO                       PIC X(254).
           77  OCORR-MOVTO                        PIC X(254).
           77  DATA-SINISTRO                      PIC X(254).
           77  VLR-MOVTO                          PIC X(254).
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
           77  IND-CESSAO                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           NUM-SINISTRO
           OCORR-MOVTO
           DATA-SINISTRO
           VLR-MOVTO
           FONTE
           NRRCAP
           IND-CESSAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT DISTINCT M.NUM_SINISTRO, M.OCORR_MOVTO, S.DATA_SINISTRO, M.VLR_MOVTO, C.FONTE, C.NRRCAP, CASE WHEN C.FONTE IS NULL THEN 'N' ELSE 'S' END AS IND_CESSAO FROM seguros.v0sinistro_movto M INNER JOIN seguros.v0sinistro_aviso S ON S.num_sinistro = M.num_sinistro LEFT JOIN (SELECT C.NUM_APOLICE, C.FONTE, C.NRRCAP FROM seguros.v1rcapcomp C WHERE C.situacao <> '2' AND C.operacao IN (SELECT O.OPERACAO FROM seguros.v0operacao O WHERE O.categoria = 'CESSAO')) C ON C.num_apolice = S.num_apolice WHERE M.tipo_movto IN ('3','4') AND M.ind_recuperacao = '0' AND M.dtmovto <= :DTMOVABE ORDER BY M.NUM_SINISTRO, M.OCORR_MOVTO, C.FONTE, C.NRRCAP END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
