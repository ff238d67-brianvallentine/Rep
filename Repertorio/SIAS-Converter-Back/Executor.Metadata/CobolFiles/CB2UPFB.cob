       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFB.
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
      *- QUITACAO ANTECIPADA - COTACAO DO SALDO DO PARCELAMENTO DA
      *- APOLICE - PARCELAS EM ABERTO COM O ADICIONAL DE FRACIONAMENTO
      *- RETIRADO NA PROPORCAO DA ANTECIPACAO (DIAS ENTRE A QUITACAO E
      *- O VENCIMENTO SOBRE DIAS ENTRE O INICIO DE VIGENCIA E O
      *- VENCIMENTO) E O IOF RECALCULADO PELO PCIOCC DO ENDOSSO SOBRE A
      *- NOVA BASE - PARCELA VENCIDA ENTRA SEM DESCONTO
      *- VALORES DA PARCELA (PREMIO LIQUIDO, ADICIONAL, CUSTO E IOF) DO
      *- MOVIMENTO DE EMISSAO (OPERACAO 101/801) EM V1HISTOPARC
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  DT-QUITACAO                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  DTVENCTO                           PIC X(254).
           77  DIAS-ANTECIPACAO                   PIC X(254).
           77  VLPRMLIQ                           PIC X(254).
           77  VLADIFRA                           PIC X(254).
           77  VLADIFRA-DESC                      PIC X(254).
           77  VLCUSEMI                           PIC X(254).
           77  VLIOCC                             PIC X(254).
           77  VLIOCC-NOVO                        PIC X(254).
           77  VLPRMTOT                           PIC X(254).
           77  VLPRMTOT-NOVO                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           DT-QUITACAO
           NRENDOS
           NRPARCEL
           DTVENCTO
           DIAS-ANTECIPACAO
           VLPRMLIQ
           VLADIFRA
           VLADIFRA-DESC
           VLCUSEMI
           VLIOCC
           VLIOCC-NOVO
           VLPRMTOT
           VLPRMTOT-NOVO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.NUM_APOLICE, X.NRENDOS, X.NRPARCEL, X.DTVENCTO, X.DIAS_ANTECIPACAO, X.VLPRMLIQ, X.VLADIFRA, X.VLADIFRA_DESC, X.VLCUSEMI, X.VLIOCC, (X.VLPRMLIQ + X.VLADIFRA - X.VLADIFRA_DESC + X.VLCUSEMI) * X.PCIOCC / 100 AS VLIOCC_NOVO, X.VLPRMTOT, (X.VLPRMLIQ + X.VLADIFRA - X.VLADIFRA_DESC + X.VLCUSEMI) * (1 + X.PCIOCC / 100) AS VLPRMTOT_NOVO FROM (SELECT P.NUM_APOLICE, P.NRENDOS, P.NRPARCEL, P.DTVENCTO, CASE WHEN DAYS(P.DTVENCTO) - DAYS(:DT-QUITACAO) > 0 THEN DAYS(P.DTVENCTO) - DAYS(:DT-QUITACAO) ELSE 0 END AS DIAS_ANTECIPACAO, G.VLPRMLIQ, G.VLADIFRA, (CASE WHEN DAYS(P.DTVENCTO) - DAYS(:DT-QUITACAO) > 0 AND DAYS(P.DTVENCTO) - DAYS(E.DTINIVIG) > 0 THEN G.VLADIFRA * (DAYS(P.DTVENCTO) - DAYS(:DT-QUITACAO)) / (DAYS(P.DTVENCTO) - DAYS(E.DTINIVIG)) ELSE 0 END) AS VLADIFRA_DESC, G.VLCUSEMI, G.VLIOCC, P.VLPRMTOT, E.PCIOCC FROM seguros.v1parcela P, seguros.v1endosso E, (SELECT H.NUM_APOLICE, H.NRENDOS, H.NRPARCEL, SUM(H.VLPRMLIQ) AS VLPRMLIQ, SUM(H.VLADIFRA) AS VLADIFRA, SUM(H.VLCUSEMI) AS VLCUSEMI, SUM(H.VLIOCC) AS VLIOCC FROM seguros.v1histoparc H WHERE H.num_apolice = :NUM-APOLICE AND H.operacao IN (101, 801) GROUP BY H.NUM_APOLICE, H.NRENDOS, H.NRPARCEL) G WHERE P.num_apolice = :NUM-APOLICE AND P.situacao = '0' AND E.num_apolice = P.num_apolice AND E.nrendos = P.nrendos AND G.num_apolice = P.num_apolice AND G.nrendos = P.nrendos AND G.nrparcel = P.nrparcel) X ORDER BY X.NRENDOS, X.NRPARCEL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
