       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP095.
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
      *- CONCILIACAO PREMIOS A RECEBER X RAZAO NO FIM DO MES - SALDO DO
      *- SUBRAZAO (PARCELAS EM ABERTO DA V1PARCELA MAIS PARCELAS EM
      *- ABERTO DE VIDA EM GRUPO CONVERTIDAS PELA MOEDA NA DATA) CONTRA
      *- O SALDO DA CONTA DE PREMIOS A RECEBER NO LANCAMENTO CONTABIL
      *- (DEBITOS MENOS CREDITOS ATE A DATA) POR RAMO E EMPRESA -
      *- LANCAMENTO SEM APOLICE (POSTAGEM MENSAL) FICA NO RAMO ZERO - A
      *- V0PARCELA_DEVEDOR E A VISAO VENCIDA DAS MESMAS PARCELAS E NAO
      *- SOMA DE NOVO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-FINAL                           PIC X(254).
           77  CONTA-RECEBER                      PIC X(254).
           77  CODUNIMO                           PIC X(254).
           77  RAMO                               PIC X(254).
           77  COD-EMPRESA                        PIC X(254).
           77  VLR-SUBRAZAO                       PIC X(254).
           77  VLR-RAZAO                          PIC X(254).
           77  VLR-DIFERENCA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-FINAL
           CONTA-RECEBER
           CODUNIMO
           RAMO
           COD-EMPRESA
           VLR-SUBRAZAO
           VLR-RAZAO
           VLR-DIFERENCA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT Z.RAMO, Z.COD_EMPRESA, SUM(Z.VLR_SUBRAZAO) AS VLR_SUBRAZAO, SUM(Z.VLR_RAZAO) AS VLR_RAZAO, SUM(Z.VLR_SUBRAZAO) - SUM(Z.VLR_RAZAO) AS VLR_DIFERENCA FROM (SELECT E.RAMO, E.COD_EMPRESA, P.VLPRMTOT AS VLR_SUBRAZAO, 0 AS VLR_RAZAO FROM seguros.v1parcela P, seguros.v1endosso E WHERE E.num_apolice = P.num_apolice AND E.nrendos = P.nrendos AND P.situacao = '0' UNION ALL SELECT E.RAMO, V.COD_EMPRESA, V.OTNTOTAL * M.VALCPR AS VLR_SUBRAZAO, 0 AS VLR_RAZAO FROM seguros.v1parcelasvg V, seguros.v1endosso E, seguros.v1moeda M WHERE E.num_apolice = V.num_apolice AND E.nrendos = V.nrendos AND V.situacao <> '1' AND M.codunimo = :CODUNIMO AND M.dtinivig = (SELECT MAX(X.DTINIVIG) FROM seguros.v1moeda X WHERE X.codunimo = :CODUNIMO AND X.dtinivig <= :DT-FINAL) UNION ALL SELECT COALESCE(E.RAMO, 0) AS RAMO, COALESCE(E.COD_EMPRESA, 0) AS COD_EMPRESA, 0 AS VLR_SUBRAZAO, CASE WHEN L.conta_debito = :CONTA-RECEBER THEN L.VLR_LANCAMENTO ELSE 0 - L.VLR_LANCAMENTO END AS VLR_RAZAO FROM seguros.v0contab_lanc L LEFT JOIN seguros.v1endosso E ON E.num_apolice = L.num_apolice AND E.nrendos = L.nrendos WHERE (L.conta_debito = :CONTA-RECEBER OR L.conta_credito = :CONTA-RECEBER) AND L.dtmovto <= :DT-FINAL) Z GROUP BY Z.RAMO, Z.COD_EMPRESA ORDER BY Z.RAMO, Z.COD_EMPRESA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
