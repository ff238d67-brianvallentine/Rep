       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFD.
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
      *- QUITACAO ANTECIPADA - GRAVA AS PARCELAS COBERTAS PELA COTACAO
      *- COM OS VALORES ORIGINAIS, O ADICIONAL RETIRADO E O IOF
      *- RECALCULADO NO MESMO CRITERIO DE CB2UPFB - EXECUTAR LOGO APOS
      *- CB2UPFC
      *- VALORES DA PARCELA (PREMIO LIQUIDO, ADICIONAL, CUSTO E IOF) DO
      *- MOVIMENTO DE EMISSAO (OPERACAO 101/801) EM V1HISTOPARC
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-QUITACAO                       PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  DT-QUITACAO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-QUITACAO
           NUM-APOLICE
           DT-QUITACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0quitacao_antec_item (NUM_QUITACAO, NUM_APOLICE, NRENDOS, NRPARCEL, DACPARC, DTVENCTO, VLPRMLIQ, VLADIFRA, VLADIFRA_DESC, VLCUSEMI, VLIOCC_NOVO, VLPRMTOT_NOVO, TIMESTAMP) SELECT :NUM-QUITACAO, X.NUM_APOLICE, X.NRENDOS, X.NRPARCEL, X.DACPARC, X.DTVENCTO, X.VLPRMLIQ, X.VLADIFRA, X.VLADIFRA_DESC, X.VLCUSEMI, (X.VLPRMLIQ + X.VLADIFRA - X.VLADIFRA_DESC + X.VLCUSEMI) * X.PCIOCC / 100, (X.VLPRMLIQ + X.VLADIFRA - X.VLADIFRA_DESC + X.VLCUSEMI) * (1 + X.PCIOCC / 100), current timestamp FROM (SELECT P.NUM_APOLICE, P.NRENDOS, P.NRPARCEL, P.DACPARC, P.DTVENCTO, G.VLPRMLIQ, G.VLADIFRA, (CASE WHEN DAYS(P.DTVENCTO) - DAYS(:DT-QUITACAO) > 0 AND DAYS(P.DTVENCTO) - DAYS(E.DTINIVIG) > 0 THEN G.VLADIFRA * (DAYS(P.DTVENCTO) - DAYS(:DT-QUITACAO)) / (DAYS(P.DTVENCTO) - DAYS(E.DTINIVIG)) ELSE 0 END) AS VLADIFRA_DESC, G.VLCUSEMI, E.PCIOCC FROM seguros.v1parcela P, seguros.v1endosso E, (SELECT H.NUM_APOLICE, H.NRENDOS, H.NRPARCEL, SUM(H.VLPRMLIQ) AS VLPRMLIQ, SUM(H.VLADIFRA) AS VLADIFRA, SUM(H.VLCUSEMI) AS VLCUSEMI, SUM(H.VLIOCC) AS VLIOCC FROM seguros.v1histoparc H WHERE H.num_apolice = :NUM-APOLICE AND H.operacao IN (101, 801) GROUP BY H.NUM_APOLICE, H.NRENDOS, H.NRPARCEL) G WHERE P.num_apolice = :NUM-APOLICE AND P.situacao = '0' AND E.num_apolice = P.num_apolice AND E.nrendos = P.nrendos AND G.num_apolice = P.num_apolice AND G.nrendos = P.nrendos AND G.nrparcel = P.nrparcel) X WHERE EXISTS (SELECT 1 FROM seguros.v0quitacao_antec Q WHERE Q.num_quitacao = :NUM-QUITACAO AND Q.situacao = '0') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
