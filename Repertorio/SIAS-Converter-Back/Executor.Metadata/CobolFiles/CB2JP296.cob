       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP296.
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
      *- CONCILIACAO SIGCB X TITULO X HISTOPARC - APURA AS QUEBRAS DO
      *- DIA POR APOLICE/ENDOSSO/PARCELA E TITULO - B BOLETO EMITIDO NO
      *- SIGCB SEM TITULO REGISTRADO, V TITULO COM VALOR DIFERENTE DO
      *- VLR_PREMIO_TOTAL DO SIGCB, H BOLETO SEM MOVIMENTO DE EMISSAO
      *- DA PARCELA NO HISTOPARC, P PARCELA EMITIDA EM ABERTO SEM
      *- BOLETO, SEM TITULO E SEM DEBITO CEF - IDADE EM DIAS DESDE A
      *- ORIGEM
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0concil_sigcb_quebra (DTMOVTO, TIPO_QUEBRA, NUM_APOLICE, NUM_ENDOSSO, NUM_PARCELA, NUM_TITULO, VLR_SIGCB, VLR_TITULO, VLR_HISTOPARC, DT_ORIGEM, QTDIAS_IDADE, TIMESTAMP) SELECT :DTMOVTO, Q.TIPO_QUEBRA, Q.NUM_APOLICE, Q.NUM_ENDOSSO, Q.NUM_PARCELA, Q.NUM_TITULO, Q.VLR_SIGCB, Q.VLR_TITULO, Q.VLR_HISTOPARC, Q.DT_ORIGEM, DAYS(:DTMOVTO) - DAYS(Q.DT_ORIGEM), current timestamp FROM (SELECT 'B' AS TIPO_QUEBRA, S.NUM_APOLICE, S.NUM_ENDOSSO, S.NUM_PARCELA, S.NUM_TITULO, S.VLR_PREMIO_TOTAL AS VLR_SIGCB, 0 AS VLR_TITULO, 0 AS VLR_HISTOPARC, DATE(S.DTA_MOVIMENTO) AS DT_ORIGEM FROM SEGUROS.GE_CONTROLE_EMISSAO_SIGCB S WHERE S.dta_movimento <= :DTMOVTO AND NOT EXISTS (SELECT 1 FROM seguros.v0titulo_reg T WHERE T.nrtit = S.num_titulo) UNION ALL SELECT 'V', S.NUM_APOLICE, S.NUM_ENDOSSO, S.NUM_PARCELA, S.NUM_TITULO, S.VLR_PREMIO_TOTAL, T.VLR_TITULO, 0, DATE(S.DTA_MOVIMENTO) FROM SEGUROS.GE_CONTROLE_EMISSAO_SIGCB S, seguros.v0titulo_reg T WHERE T.nrtit = S.num_titulo AND S.dta_movimento <= :DTMOVTO AND T.vlr_titulo <> S.vlr_premio_total UNION ALL SELECT 'H', S.NUM_APOLICE, S.NUM_ENDOSSO, S.NUM_PARCELA, S.NUM_TITULO, S.VLR_PREMIO_TOTAL, 0, 0, DATE(S.DTA_MOVIMENTO) FROM SEGUROS.GE_CONTROLE_EMISSAO_SIGCB S WHERE S.dta_movimento <= :DTMOVTO AND NOT EXISTS (SELECT 1 FROM seguros.v0histoparc H WHERE H.num_apolice = S.num_apolice AND H.nrendos = S.num_endosso AND H.nrparcel = S.num_parcela AND H.operacao IN (101, 801)) UNION ALL SELECT 'P', H.NUM_APOLICE, H.NRENDOS, H.NRPARCEL, 0, 0, 0, H.VLPRMTOT, H.DTMOVTO FROM seguros.v0histoparc H, seguros.v1parcela P WHERE P.num_apolice = H.num_apolice AND P.nrendos = H.nrendos AND P.nrparcel = H.nrparcel AND P.situacao = '0' AND H.operacao IN (101, 801) AND H.dtmovto <= :DTMOVTO AND NOT EXISTS (SELECT 1 FROM SEGUROS.GE_CONTROLE_EMISSAO_SIGCB S WHERE S.num_apolice = H.num_apolice AND S.num_endosso = H.nrendos AND S.num_parcela = H.nrparcel) AND NOT EXISTS (SELECT 1 FROM seguros.v0titulo_reg T WHERE T.num_apolice = H.num_apolice AND T.nrendos = H.nrendos AND T.nrparcel = H.nrparcel) AND NOT EXISTS (SELECT 1 FROM seguros.v0movdebcc_cef M WHERE M.num_apolice = H.num_apolice AND M.nrendos = H.nrendos AND M.nrparcel = H.nrparcel)) Q WHERE NOT EXISTS (SELECT 1 FROM seguros.v0concil_sigcb_quebra X WHERE X.dtmovto = :DTMOVTO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
