       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP82.
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
      *- MORATORIA POR CALAMIDADE - PARCELAS EM ABERTO DAS APOLICES
      *- ENQUADRADAS COM VENCIMENTO NO PERIODO DA MORATORIA AINDA NAO
      *- PRORROGADAS - NOVO VENCIMENTO NO DIA SEGUINTE AO FIM DA
      *- MORATORIA LIMITADO A PRORROGACAO MAXIMA, AJUSTADO PARA O
      *- PROXIMO DIA UTIL - PARA CADA LINHA GRAVAR POR CB4BP83 E
      *- PRORROGAR POR CB4BP84
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-MORATORIA                      PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  VLPRMTOT                           PIC X(254).
           77  DTVENCTO                           PIC X(254).
           77  DTVENCTO-NOVA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-MORATORIA
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           VLPRMTOT
           DTVENCTO
           DTVENCTO-NOVA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.NUM_APOLICE, X.NRENDOS, X.NRPARCEL, X.VLPRMTOT, X.DTVENCTO, (SELECT MIN(K.DATA_CALEND) FROM seguros.v0calendario K WHERE K.data_calend >= X.DTVENCTO_LIMITE AND K.ind_dia_util = '1') AS DTVENCTO_NOVA FROM (SELECT P.NUM_APOLICE, P.NRENDOS, P.NRPARCEL, P.VLPRMTOT, P.DTVENCTO, CASE WHEN M.DT_FIM + 1 DAYS < P.DTVENCTO + M.QTDIAS_MAX_PRORROG DAYS THEN M.DT_FIM + 1 DAYS ELSE P.DTVENCTO + M.QTDIAS_MAX_PRORROG DAYS END AS DTVENCTO_LIMITE FROM seguros.v0moratoria M, seguros.v0moratoria_apolice Y, seguros.v1parcela P WHERE M.num_moratoria = :NUM-MORATORIA AND M.situacao = '1' AND Y.num_moratoria = M.num_moratoria AND P.num_apolice = Y.num_apolice AND P.situacao = '0' AND P.dtvencto BETWEEN M.dt_inicio AND M.dt_fim AND NOT EXISTS (SELECT 1 FROM seguros.v0moratoria_parcela Z WHERE Z.num_moratoria = M.num_moratoria AND Z.num_apolice = P.num_apolice AND Z.nrendos = P.nrendos AND Z.nrparcel = P.nrparcel)) X ORDER BY X.NUM_APOLICE, X.NRENDOS, X.NRPARCEL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
