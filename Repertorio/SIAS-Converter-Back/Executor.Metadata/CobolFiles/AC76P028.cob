       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P028.
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
      *- ESTORNO DE COMISSAO NO CANCELAMENTO - GRAVA O ESTORNO POR
      *- CORRETOR COMO AJUSTE NEGATIVO PENDENTE (SITUACAO E) NO ENDOSSO
      *- DE CANCELAMENTO - VLR_SALDO E O VALOR AINDA A DESCONTAR NAS
      *- PROXIMAS LIQUIDACOES DE COMISSAO - EXECUTAR APOS A NOTA DE
      *- CREDITO DA RESTITUICAO (CB4BP70)
      *- SITUACAO E FICA FORA DA LIQUIDACAO DOS AJUSTES
      *- (AC76P019/AC76P022) E E DESCONTADO PELO CICLO
      *- AC76P029/AC76P030
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS-CANCEL                     PIC X(254).
           77  DT-CANCELAMENTO                    PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS-CANCEL
           DT-CANCELAMENTO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0comissao_ajuste (CODCORR, CODSUBES, NUM_APOLICE, NRENDOS, NRPARCEL, OCORHIST, VLR_COMIS_ANTERIOR, VLR_COMIS_NOVO, VLR_AJUSTE, VLR_SALDO, QTDE_CICLOS, MOTIVO, SITUACAO, CODUSU, TIMESTAMP) SELECT X.CODCORR, X.CODSUBES, :NUM-APOLICE, :NRENDOS-CANCEL, 0, 0, X.VLR_COMIS_PAGA, (X.VLR_COMIS_PAGA - X.VLR_ESTORNO), (0 - X.VLR_ESTORNO), (0 - X.VLR_ESTORNO), 0, 'ESTORNO POR CANCELAMENTO', 'E', :CODUSU, current timestamp FROM (SELECT C.CODCORR, C.CODSUBES, SUM(H.VLPRMLIQ * C.PCCOMCOR / 100) AS VLR_COMIS_PAGA, ROUND(SUM(H.VLPRMLIQ * C.PCCOMCOR / 100 * CASE WHEN :DT-CANCELAMENTO <= E.DTINIVIG THEN 1 ELSE (DAYS(E.DTTERVIG) - DAYS(:DT-CANCELAMENTO)) * 1.0 / (DAYS(E.DTTERVIG) - DAYS(E.DTINIVIG) + 1) END), 2) AS VLR_ESTORNO FROM seguros.v0histoparc H, seguros.v1endosso E, seguros.v1apolcorret C WHERE H.num_apolice = :NUM-APOLICE AND H.sitcomis = '1' AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND E.num_apolice = H.num_apolice AND E.nrendos = H.nrendos AND E.dttervig > :DT-CANCELAMENTO AND C.num_apolice = H.num_apolice AND C.ramofr = E.ramo AND C.modalifr = E.modalida AND H.dtmovto BETWEEN C.DTINIVIG AND C.DTTERVIG GROUP BY C.CODCORR, C.CODSUBES) X WHERE X.VLR_ESTORNO > 0 AND NOT EXISTS (SELECT 1 FROM seguros.v0comissao_ajuste A WHERE A.num_apolice = :NUM-APOLICE AND A.nrendos = :NRENDOS-CANCEL AND A.codcorr = X.codcorr AND A.codsubes = X.codsubes) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
