       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPSM.
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
      *- SALVADOS E RESSARCIMENTOS - CUSTO LIQUIDO DO SINISTRO POR RAMO
      *- NO PERIODO - PAGAMENTOS MENOS SALVADOS E RESSARCIMENTOS
      *- RECEBIDOS NO LEDGER
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  RAMO                               PIC X(254).
           77  VLR-PAGO                           PIC X(254).
           77  VLR-SALVADO                        PIC X(254).
           77  VLR-RESSARCIMENTO                  PIC X(254).
           77  VLR-CUSTO-LIQUIDO                  PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           RAMO
           VLR-PAGO
           VLR-SALVADO
           VLR-RESSARCIMENTO
           VLR-CUSTO-LIQUIDO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT S.RAMO, SUM(CASE WHEN M.TIPO_MOVTO IN ('3','4') THEN M.VLR_MOVTO ELSE 0 END) AS VLR_PAGO, SUM(CASE WHEN M.TIPO_MOVTO = '6' THEN M.VLR_MOVTO ELSE 0 END) AS VLR_SALVADO, SUM(CASE WHEN M.TIPO_MOVTO = '7' THEN M.VLR_MOVTO ELSE 0 END) AS VLR_RESSARCIMENTO, SUM(CASE WHEN M.TIPO_MOVTO IN ('3','4') THEN M.VLR_MOVTO WHEN M.TIPO_MOVTO IN ('6','7') THEN 0 - M.VLR_MOVTO ELSE 0 END) AS VLR_CUSTO_LIQUIDO FROM seguros.v0sinistro_aviso S, seguros.v0sinistro_movto M WHERE M.num_sinistro = S.num_sinistro AND M.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY S.RAMO ORDER BY S.RAMO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
