       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P027.
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
      *- ESTORNO DE COMISSAO NO CANCELAMENTO - APURA POR CORRETOR A
      *- COMISSAO JA PAGA (SITCOMIS 1) SOBRE O PREMIO DA APOLICE COM O
      *- PCCOMCOR VIGENTE NA DATA DO PAGAMENTO E A PARCELA NAO GANHA A
      *- ESTORNAR, NA MESMA PROPORCAO DE DIAS DA RESTITUICAO (CB4BP69)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  DT-CANCELAMENTO                    PIC X(254).
           77  CODCORR                            PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  VLR-COMIS-PAGA                     PIC X(254).
           77  VLR-ESTORNO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           DT-CANCELAMENTO
           CODCORR
           CODSUBES
           VLR-COMIS-PAGA
           VLR-ESTORNO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT C.CODCORR, C.CODSUBES, SUM(H.VLPRMLIQ * C.PCCOMCOR / 100) AS VLR_COMIS_PAGA, SUM(H.VLPRMLIQ * C.PCCOMCOR / 100 * CASE WHEN :DT-CANCELAMENTO <= E.DTINIVIG THEN 1 ELSE (DAYS(E.DTTERVIG) - DAYS(:DT-CANCELAMENTO)) * 1.0 / (DAYS(E.DTTERVIG) - DAYS(E.DTINIVIG) + 1) END) AS VLR_ESTORNO FROM seguros.v0histoparc H, seguros.v1endosso E, seguros.v1apolcorret C WHERE H.num_apolice = :NUM-APOLICE AND H.sitcomis = '1' AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND E.num_apolice = H.num_apolice AND E.nrendos = H.nrendos AND E.dttervig > :DT-CANCELAMENTO AND C.num_apolice = H.num_apolice AND C.ramofr = E.ramo AND C.modalifr = E.modalida AND H.dtmovto BETWEEN C.DTINIVIG AND C.DTTERVIG GROUP BY C.CODCORR, C.CODSUBES ORDER BY C.CODCORR, C.CODSUBES END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
