       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P46.
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
      *- COSSEGURO CEDIDO - DISTRIBUI NA EMISSAO E EM TODO ENDOSSO COM
      *- PREMIO O VLPREMIO, O VLRCOMIS E O VLRDESCON DO ENDOSSO ENTRE
      *- AS CONGENERES PELA PARTICIPACAO - COTA ARREDONDADA EM 2 CASAS,
      *- A DIFERENCA DE ARREDONDAMENTO FICA COM A LIDER - GRAVA UMA
      *- LINHA POR CONGENERE NA DATA DO MOVIMENTO - EXECUTAR AC07P47 E
      *- AC07P48 EM SEGUIDA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  DTMOVTO-AC                         PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           DTMOVTO-AC
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cosced_distrib (NUM_APOLICE, NRENDOS, CONGENER, DTMOVTO_AC, PCPARTIC, VLPREMIO, VLRDESCON, VLRCOMIS, CODUSU, TIMESTAMP) SELECT P.NUM_APOLICE, :NRENDOS, P.CONGENER, :DTMOVTO-AC, P.PCPARTIC, ROUND(B.VLPREMIO * P.PCPARTIC / 100, 2), ROUND(B.VLRDESCON * P.PCPARTIC / 100, 2), ROUND(COALESCE(K.VLRCOMIS, 0) * P.PCPARTIC / 100, 2), :CODUSU, current timestamp FROM seguros.v0apolcosced P, (SELECT SUM(H.VLPREMIO) AS VLPREMIO, SUM(H.VAL_DESCONTO) AS VLRDESCON FROM seguros.v0histoparc H, seguros.v1endosso E WHERE H.num_apolice = :NUM-APOLICE AND H.nrendos = :NRENDOS AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND E.num_apolice = H.num_apolice AND E.nrendos = H.nrendos) B, (SELECT SUM(H.VLPRMLIQ * C.PCCOMCOR / 100) AS VLRCOMIS FROM seguros.v0histoparc H, seguros.v1endosso E, seguros.v1apolcorret C WHERE H.num_apolice = :NUM-APOLICE AND H.nrendos = :NRENDOS AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND E.num_apolice = H.num_apolice AND E.nrendos = H.nrendos AND C.num_apolice = H.num_apolice AND C.ramofr = E.ramo AND C.modalifr = E.modalida AND H.dtmovto BETWEEN C.dtinivig AND C.dttervig) K WHERE P.num_apolice = :NUM-APOLICE AND P.situacao = '1' AND B.VLPREMIO IS NOT NULL AND NOT EXISTS (SELECT 1 FROM seguros.v0cosced_distrib D WHERE D.num_apolice = :NUM-APOLICE AND D.nrendos = :NRENDOS) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
