       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P082.
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
      *- OPEN INSURANCE - EXTRACAO DE APOLICES DO CLIENTE NO LAYOUT
      *- PADRAO - TIPO(2)=01 APOLICE(13) RAMO(4) MODALIDADE(4)
      *- INICIO(10) TERMINO(10) SITUACAO(1) - ENDOSSO VIGENTE NA DATA -
      *- BLOQUEADA SE O CONSENTIMENTO ESTIVER EXPIRADO OU REVOGADO
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT A.NUM_APOLICE, ('01' || DIGITS(DEC(A.NUM_APOLICE, 13, 0)) || DIGITS(DEC(A.RAMO, 4, 0)) || DIGITS(DEC(A.MODALIDA, 4, 0)) || CHAR(E.DTINIVIG, ISO) || CHAR(E.DTTERVIG, ISO) || CASE WHEN E.DTTERVIG < :DT-EXTRACAO THEN 'E' ELSE 'V' END) AS LINHA FROM seguros.v1apolice A, seguros.v1endosso E WHERE E.num_apolice = A.num_apolice AND E.nrendos = (SELECT MAX(E2.NRENDOS) FROM seguros.v1endosso E2 WHERE E2.num_apolice = A.num_apolice AND E2.dtinivig <= :DT-EXTRACAO) AND EXISTS (SELECT 1 FROM seguros.v0openins_consent C WHERE C.id_consentimento = :ID-CONSENTIMENTO AND C.situacao = '1' AND C.dt_revogacao IS NULL AND :DT-EXTRACAO BETWEEN C.dt_concessao AND C.dt_expiracao AND C.ind_escopo_apolice = 'S' AND REPLACE(REPLACE(REPLACE(C.CGCCPF, '.', ''), '/', ''), '-', '') = REPLACE(REPLACE(REPLACE(A.CGCCPF, '.', ''), '/', ''), '-', '')) ORDER BY A.NUM_APOLICE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
