       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P083.
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
      *- OPEN INSURANCE - EXTRACAO DE COBERTURAS DO CLIENTE NO LAYOUT
      *- PADRAO - TIPO(2)=02 APOLICE(13) ENDOSSO(9) ITEM(9)
      *- COBERTURA(5) PERCENTUAL(7 COM 4 DECIMAIS) INICIO(10)
      *- TERMINO(10) - BLOQUEADA SE O CONSENTIMENTO ESTIVER EXPIRADO OU
      *- REVOGADO
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT C.NUM_APOLICE, ('02' || DIGITS(DEC(C.NUM_APOLICE, 13, 0)) || DIGITS(DEC(C.NRENDOS, 9, 0)) || DIGITS(DEC(C.NUM_ITEM, 9, 0)) || DIGITS(DEC(C.COD_COBERTURA, 5, 0)) || DIGITS(DEC(C.PCT_COBERTURA * 10000, 7, 0)) || CHAR(C.DATA_INIVIGENCIA, ISO) || CHAR(C.DATA_TERVIGENCIA, ISO)) AS LINHA FROM seguros.v1coberapol C, seguros.v1apolice A WHERE A.num_apolice = C.num_apolice AND C.data_inivigencia <= :DT-EXTRACAO AND EXISTS (SELECT 1 FROM seguros.v0openins_consent K WHERE K.id_consentimento = :ID-CONSENTIMENTO AND K.situacao = '1' AND K.dt_revogacao IS NULL AND :DT-EXTRACAO BETWEEN K.dt_concessao AND K.dt_expiracao AND K.ind_escopo_cobertura = 'S' AND REPLACE(REPLACE(REPLACE(K.CGCCPF, '.', ''), '/', ''), '-', '') = REPLACE(REPLACE(REPLACE(A.CGCCPF, '.', ''), '/', ''), '-', '')) ORDER BY C.NUM_APOLICE, C.NRENDOS, C.NUM_ITEM, C.COD_COBERTURA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
