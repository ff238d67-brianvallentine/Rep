       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPSD.
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
      *- LEDGER DE SINISTRO - PROVISAO DE SINISTROS A LIQUIDAR (PSL)
      *- POR RAMO NA DATA BASE - SALDO DA RESERVA DE CADA SINISTRO COM
      *- OS MOVIMENTOS ATE A DATA BASE - FONTE DO FECHAMENTO MENSAL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-BASE                            PIC X(254).
           77  RAMO                               PIC X(254).
           77  VLR-PSL                            PIC X(254).
           77  QTDE-SINISTROS                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-BASE
           RAMO
           VLR-PSL
           QTDE-SINISTROS.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.RAMO, SUM(X.VLR_SALDO) AS VLR_PSL, COUNT(*) AS QTDE_SINISTROS FROM (SELECT S.RAMO, S.NUM_SINISTRO, SUM(CASE WHEN M.TIPO_MOVTO IN ('1','2') THEN M.VLR_MOVTO WHEN M.TIPO_MOVTO IN ('3','4','5') THEN 0 - M.VLR_MOVTO ELSE 0 END) AS VLR_SALDO FROM seguros.v0sinistro_aviso S, seguros.v0sinistro_movto M WHERE M.num_sinistro = S.num_sinistro AND M.dtmovto <= :DT-BASE GROUP BY S.RAMO, S.NUM_SINISTRO HAVING SUM(CASE WHEN M.TIPO_MOVTO IN ('1','2') THEN M.VLR_MOVTO WHEN M.TIPO_MOVTO IN ('3','4','5') THEN 0 - M.VLR_MOVTO ELSE 0 END) <> 0) X GROUP BY X.RAMO ORDER BY X.RAMO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
