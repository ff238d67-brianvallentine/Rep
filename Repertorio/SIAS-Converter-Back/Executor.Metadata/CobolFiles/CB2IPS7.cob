       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPS7.
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
      *- LEDGER DE SINISTRO - EXTRATO DO SINISTRO - MOVIMENTOS EM ORDEM
      *- COM O SALDO DA RESERVA ACUMULADO ATE CADA MOVIMENTO -
      *- PAGAMENTOS REDUZEM A RESERVA, ENCERRAMENTO LIBERA O SALDO
      *- RESTANTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SINISTRO                       PIC X(254).
           77  OCORR-MOVTO                        PIC X(254).
           77  TIPO-MOVTO                         PIC X(254).
           77  OPERACAO                           PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  VLR-MOVTO                          PIC X(254).
           77  SITCONTB                           PIC X(254).
           77  IND-RECUPERACAO                    PIC X(254).
           77  VLR-SALDO-RESERVA                  PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SINISTRO
           OCORR-MOVTO
           TIPO-MOVTO
           OPERACAO
           DTMOVTO
           VLR-MOVTO
           SITCONTB
           IND-RECUPERACAO
           VLR-SALDO-RESERVA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT M.OCORR_MOVTO, M.TIPO_MOVTO, M.OPERACAO, M.DTMOVTO, M.VLR_MOVTO, M.SITCONTB, M.IND_RECUPERACAO, (SELECT SUM(CASE WHEN X.TIPO_MOVTO IN ('1','2') THEN X.VLR_MOVTO WHEN X.TIPO_MOVTO IN ('3','4','5') THEN 0 - X.VLR_MOVTO ELSE 0 END) FROM seguros.v0sinistro_movto X WHERE X.num_sinistro = M.num_sinistro AND X.ocorr_movto <= M.ocorr_movto) AS VLR_SALDO_RESERVA FROM seguros.v0sinistro_movto M WHERE M.num_sinistro = :NUM-SINISTRO ORDER BY M.OCORR_MOVTO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
