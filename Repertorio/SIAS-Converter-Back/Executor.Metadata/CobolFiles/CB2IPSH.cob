       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPSH.
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
      *- SALVADOS E RESSARCIMENTOS - GRAVA O VALOR RECEBIDO NO LEDGER
      *- DO SINISTRO - TIPO 6 SALVADO RECEBIDO, 7 RESSARCIMENTO
      *- RECEBIDO - NAO ALTERA O SALDO DA RESERVA, REDUZ O CUSTO
      *- LIQUIDO - ENTRA NA POSTAGEM CONTABIL DE CB2IPS9 E NA DEVOLUCAO
      *- AO RESSEGURADOR DE CB2IPSJ - OPERACAO VALIDADA POR CB2MP082
      *- ANTES - EXECUTAR CB2IPSI EM SEGUIDA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SINISTRO                       PIC X(254).
           77  OCORR-RECUP                        PIC X(254).
           77  OPERACAO                           PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  VLR-RECEBIDO                       PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SINISTRO
           OCORR-RECUP
           OPERACAO
           DTMOVTO
           VLR-RECEBIDO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0sinistro_movto (NUM_SINISTRO, OCORR_MOVTO, TIPO_MOVTO, OPERACAO, DTMOVTO, VLR_MOVTO, SITCONTB, IND_RECUPERACAO, OCORR_RECUP, COD_USUARIO, TIMESTAMP) SELECT R.NUM_SINISTRO, COALESCE((SELECT MAX(M.OCORR_MOVTO) FROM seguros.v0sinistro_movto M WHERE M.num_sinistro = R.num_sinistro),0) + 1, CASE WHEN R.TIPO_RECUP = 'S' THEN '6' ELSE '7' END, :OPERACAO, :DTMOVTO, :VLR-RECEBIDO, '0', '0', R.OCORR_RECUP, :COD-USUARIO, current timestamp FROM seguros.v0sinistro_recup R WHERE R.num_sinistro = :NUM-SINISTRO AND R.ocorr_recup = :OCORR-RECUP AND R.situacao IN ('0','1','3') AND :VLR-RECEBIDO > 0 AND NOT EXISTS (SELECT 1 FROM seguros.v0period_contab P WHERE P.ano_mes = (YEAR(:DTMOVTO) * 100 + MONTH(:DTMOVTO)) AND P.situacao = 'F') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
