       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P085.
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
      *- OPEN INSURANCE - EXTRACAO DO HISTORICO DE PAGAMENTOS DE PREMIO
      *- DO CLIENTE NO LAYOUT PADRAO - TIPO(2)=04 APOLICE(13)
      *- ENDOSSO(9) PARCELA(4) OCORRENCIA(5) OPERACAO(4) DATA DO
      *- PAGAMENTO(10) VALOR EM CENTAVOS(15) - BLOQUEADA SE O
      *- CONSENTIMENTO ESTIVER EXPIRADO OU REVOGADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ID-CONSENTIMENTO                   PIC X(254).
           77  DT-EXTRACAO                        PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  LINHA                              PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ID-CONSENTIMENTO
           DT-EXTRACAO
           NUM-APOLICE
           LINHA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT H.NUM_APOLICE, ('04' || DIGITS(DEC(H.NUM_APOLICE, 13, 0)) || DIGITS(DEC(H.NRENDOS, 9, 0)) || DIGITS(DEC(H.NRPARCEL, 4, 0)) || DIGITS(DEC(H.OCORHIST, 5, 0)) || DIGITS(DEC(H.OPERACAO, 4, 0)) || CHAR(H.DTQITBCO, ISO) || DIGITS(DEC(H.VLPRMTOT * 100, 15, 0))) AS LINHA FROM seguros.v0histoparc H, seguros.v1apolice A WHERE A.num_apolice = H.num_apolice AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND H.dtqitbco <= :DT-EXTRACAO AND EXISTS (SELECT 1 FROM seguros.v0openins_consent C WHERE C.id_consentimento = :ID-CONSENTIMENTO AND C.situacao = '1' AND C.dt_revogacao IS NULL AND :DT-EXTRACAO BETWEEN C.dt_concessao AND C.dt_expiracao AND C.ind_escopo_pagamento = 'S' AND REPLACE(REPLACE(REPLACE(C.CGCCPF, '.', ''), '/', ''), '-', '') = REPLACE(REPLACE(REPLACE(A.CGCCPF, '.', ''), '/', ''), '-', '')) ORDER BY H.NUM_APOLICE, H.NRENDOS, H.NRPARCEL, H.OCORHIST END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
