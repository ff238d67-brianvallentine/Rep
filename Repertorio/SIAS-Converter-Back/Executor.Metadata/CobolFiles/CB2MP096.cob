       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP096.
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
      *- CONCILIACAO PREMIOS A RECEBER X RAZAO - ABERTURA DA DIFERENCA
      *- POR TIPO DE MOVIMENTO - N MOVIMENTO AINDA NAO CONTABILIZADO
      *- (SITCONTB 0) ATE A DATA, P MOVIMENTO CONTABILIZADO EM PERIODO
      *- DIFERENTE DO MES DO MOVIMENTO (UM DOS DOIS NO MES), S PARCELA
      *- EM ABERTO SEM LANCAMENTO A DEBITO NA CONTA DE PREMIOS A
      *- RECEBER
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  CONTA-RECEBER                      PIC X(254).
           77  TIPO-DIFERENCA                     PIC X(254).
           77  RAMO                               PIC X(254).
           77  COD-EMPRESA                        PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  OCORHIST                           PIC X(254).
           77  OPERACAO                           PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  VLR-DIFERENCA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           DT-FINAL
           CONTA-RECEBER
           TIPO-DIFERENCA
           RAMO
           COD-EMPRESA
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           OCORHIST
           OPERACAO
           DTMOVTO
           VLR-DIFERENCA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT 'N' AS TIPO_DIFERENCA, E.RAMO, E.COD_EMPRESA, H.NUM_APOLICE, H.NRENDOS, H.NRPARCEL, H.OCORHIST, H.OPERACAO, H.DTMOVTO, H.VLPRMTOT AS VLR_DIFERENCA FROM seguros.v0histoparc H, seguros.v1endosso E WHERE E.num_apolice = H.num_apolice AND E.nrendos = H.nrendos AND H.sitcontb = '0' AND H.dtmovto <= :DT-FINAL UNION ALL SELECT 'P' AS TIPO_DIFERENCA, E.RAMO, E.COD_EMPRESA, H.NUM_APOLICE, H.NRENDOS, H.NRPARCEL, H.OCORHIST, H.OPERACAO, L.DTMOVTO, CASE WHEN L.conta_debito = :CONTA-RECEBER THEN L.VLR_LANCAMENTO ELSE 0 - L.VLR_LANCAMENTO END AS VLR_DIFERENCA FROM seguros.v0contab_lanc L, seguros.v0histoparc H, seguros.v1endosso E WHERE H.num_apolice = L.num_apolice AND H.nrendos = L.nrendos AND H.nrparcel = L.nrparcel AND H.ocorhist = L.ocorhist AND E.num_apolice = H.num_apolice AND E.nrendos = H.nrendos AND (L.conta_debito = :CONTA-RECEBER OR L.conta_credito = :CONTA-RECEBER) AND (YEAR(L.DTMOVTO) * 100 + MONTH(L.DTMOVTO)) <> (YEAR(H.DTMOVTO) * 100 + MONTH(H.DTMOVTO)) AND ((YEAR(L.DTMOVTO) * 100 + MONTH(L.DTMOVTO)) = :ANO-MES OR (YEAR(H.DTMOVTO) * 100 + MONTH(H.DTMOVTO)) = :ANO-MES) UNION ALL SELECT 'S' AS TIPO_DIFERENCA, E.RAMO, E.COD_EMPRESA, P.NUM_APOLICE, P.NRENDOS, P.NRPARCEL, 0 AS OCORHIST, 0 AS OPERACAO, P.DTVENCTO, P.VLPRMTOT AS VLR_DIFERENCA FROM seguros.v1parcela P, seguros.v1endosso E WHERE E.num_apolice = P.num_apolice AND E.nrendos = P.nrendos AND P.situacao = '0' AND NOT EXISTS (SELECT 1 FROM seguros.v0contab_lanc L WHERE L.num_apolice = P.num_apolice AND L.nrendos = P.nrendos AND L.nrparcel = P.nrparcel AND L.conta_debito = :CONTA-RECEBER AND L.dtmovto <= :DT-FINAL) ORDER BY 1, 2, 3, 4, 5, 6 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
