       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPSC.
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
      *- LEDGER DE SINISTRO - RECUPERACAO DE RESSEGURO - MARCA O
      *- PAGAMENTO OU O RECEBIMENTO DE SALVADO/RESSARCIMENTO COMO
      *- RECUPERACAO GERADA APOS CB2IPD9 - 1 GERADA, N APOLICE SEM
      *- CESSAO (IND-CESSAO N EM CB2IPSB) - IMPEDE GERACAO EM
      *- DUPLICIDADE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SINISTRO                       PIC X(254).
           77  OCORR-MOVTO                        PIC X(254).
           77  IND-RECUPERACAO                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SINISTRO
           OCORR-MOVTO
           IND-RECUPERACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0sinistro_movto SET IND_RECUPERACAO = :IND-RECUPERACAO, TIMESTAMP = current timestamp WHERE num_sinistro = :NUM-SINISTRO AND ocorr_movto = :OCORR-MOVTO AND ind_recuperacao = '0' AND :IND-RECUPERACAO IN ('1','N') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
