       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP102.
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
      *- AJUSTE MANUAL DO HISTORICO DE PARCELAS - MONTA O MOVIMENTO DE
      *- ESTORNO (TIPO E) DO MOVIMENTO ERRADO COM O CODIGO DE OPERACAO
      *- DE ESTORNO INFORMADO - VALORES COM SINAL INVERTIDO QUANDO O
      *- CODIGO DE ESTORNO TEM O MESMO SINAL DO ORIGINAL NO MESTRE
      *- V0OPERACAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-AJUSTE                         PIC X(254).
           77  OPERACAO                           PIC X(254).
           77  DTMOVTO                            PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-AJUSTE
           OPERACAO
           DTMOVTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0ajuste_hist_movto (NUM_AJUSTE, TIPO_MOVTO, NUM_APOLICE, NRENDOS, NRPARCEL, DACPARC, DTMOVTO, OPERACAO, PRM_TARIFARIO, VAL_DESCONTO, VLPRMLIQ, VLADIFRA, VLCUSEMI, VLIOCC, VLPRMTOT, VLPREMIO, DTVENCTO, BCOCOBR, AGECOBR, NRAVISO, NRENDOCA, RNUDOC, DTQITBCO, COD_EMPRESA, OCORHIST_GERADO) SELECT A.NUM_AJUSTE, 'E', H.NUM_APOLICE, H.NRENDOS, H.NRPARCEL, H.DACPARC, :DTMOVTO, OE.OPERACAO, CASE WHEN OE.SINAL = OO.SINAL THEN 0 - H.PRM_TARIFARIO ELSE H.PRM_TARIFARIO END, CASE WHEN OE.SINAL = OO.SINAL THEN 0 - H.VAL_DESCONTO ELSE H.VAL_DESCONTO END, CASE WHEN OE.SINAL = OO.SINAL THEN 0 - H.VLPRMLIQ ELSE H.VLPRMLIQ END, CASE WHEN OE.SINAL = OO.SINAL THEN 0 - H.VLADIFRA ELSE H.VLADIFRA END, CASE WHEN OE.SINAL = OO.SINAL THEN 0 - H.VLCUSEMI ELSE H.VLCUSEMI END, CASE WHEN OE.SINAL = OO.SINAL THEN 0 - H.VLIOCC ELSE H.VLIOCC END, CASE WHEN OE.SINAL = OO.SINAL THEN 0 - H.VLPRMTOT ELSE H.VLPRMTOT END, CASE WHEN OE.SINAL = OO.SINAL THEN 0 - H.VLPREMIO ELSE H.VLPREMIO END, H.DTVENCTO, H.BCOCOBR, H.AGECOBR, H.NRAVISO, H.NRENDOCA, H.RNUDOC, H.DTQITBCO, H.COD_EMPRESA, NULL FROM seguros.v0ajuste_hist A, seguros.v0histoparc H, seguros.v0operacao OE, seguros.v0operacao OO WHERE A.num_ajuste = :NUM-AJUSTE AND A.situacao = 'P' AND H.num_apolice = A.num_apolice AND H.nrendos = A.nrendos AND H.nrparcel = A.nrparcel AND H.ocorhist = A.ocorhist_origem AND OE.operacao = :OPERACAO AND OE.situacao = '1' AND OO.operacao = H.operacao AND NOT EXISTS (SELECT 1 FROM seguros.v0ajuste_hist_movto M WHERE M.num_ajuste = A.num_ajuste AND M.tipo_movto = 'E') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
