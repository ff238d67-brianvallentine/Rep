       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPS6.
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
      *- LEDGER DE SINISTRO - GRAVA O MOVIMENTO DO SINISTRO - TIPO 1
      *- RESERVA INICIAL, 2 AJUSTE DE RESERVA, 3 PAGAMENTO PARCIAL, 4
      *- PAGAMENTO FINAL, 5 ENCERRAMENTO COM LIBERACAO DO SALDO DA
      *- RESERVA - OPERACAO VALIDADA NO MESTRE POR CB2MP082 ANTES - SO
      *- GRAVA PARA AVISO ABERTO, COM PERIODO CONTABIL ABERTO, UMA
      *- UNICA RESERVA INICIAL E PAGAMENTO LIMITADO AO SALDO DA RESERVA
      *- O ENCERRAMENTO (TIPO 5) E GRAVADO PELO SALDO DA RESERVA E
      *- BAIXA O SALDO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SINISTRO                       PIC X(254).
           77  TIPO-MOVTO                         PIC X(254).
           77  OPERACAO                           PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  VLR-MOVTO                          PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SINISTRO
           TIPO-MOVTO
           OPERACAO
           DTMOVTO
           VLR-MOVTO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0sinistro_movto (NUM_SINISTRO, OCORR_MOVTO, TIPO_MOVTO, OPERACAO, DTMOVTO, VLR_MOVTO, SITCONTB, IND_RECUPERACAO, COD_USUARIO, TIMESTAMP) SELECT S.NUM_SINISTRO, COALESCE((SELECT MAX(M.OCORR_MOVTO) FROM seguros.v0sinistro_movto M WHERE M.num_sinistro = S.num_sinistro),0) + 1, :TIPO-MOVTO, :OPERACAO, :DTMOVTO, :VLR-MOVTO, '0', CASE WHEN :TIPO-MOVTO IN ('3','4') THEN '0' ELSE ' ' END, :COD-USUARIO, current timestamp FROM seguros.v0sinistro_aviso S WHERE S.num_sinistro = :NUM-SINISTRO AND S.situacao = '0' AND :TIPO-MOVTO IN ('1','2','3','4','5') AND NOT EXISTS (SELECT 1 FROM seguros.v0period_contab P WHERE P.ano_mes = (YEAR(:DTMOVTO) * 100 + MONTH(:DTMOVTO)) AND P.situacao = 'F') AND (:TIPO-MOVTO <> '1' OR NOT EXISTS (SELECT 1 FROM seguros.v0sinistro_movto M WHERE M.num_sinistro = S.num_sinistro AND M.tipo_movto = '1')) AND (:TIPO-MOVTO <> '5' OR :VLR-MOVTO = COALESCE((SELECT SUM(CASE WHEN M.TIPO_MOVTO IN ('1','2') THEN M.VLR_MOVTO WHEN M.TIPO_MOVTO IN ('3','4','5') THEN 0 - M.VLR_MOVTO ELSE 0 END) FROM seguros.v0sinistro_movto M WHERE M.num_sinistro = S.num_sinistro),0)) AND (:TIPO-MOVTO NOT IN ('3','4') OR :VLR-MOVTO <= COALESCE((SELECT SUM(CASE WHEN M.TIPO_MOVTO IN ('1','2') THEN M.VLR_MOVTO WHEN M.TIPO_MOVTO IN ('3','4','5') THEN 0 - M.VLR_MOVTO ELSE 0 END) FROM seguros.v0sinistro_movto M WHERE M.num_sinistro = S.num_sinistro),0)) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
