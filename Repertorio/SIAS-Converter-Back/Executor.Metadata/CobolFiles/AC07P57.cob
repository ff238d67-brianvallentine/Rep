       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P57.
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
      *- APOLICE ELETRONICA - CONTEUDO DO DOCUMENTO DA APOLICE/ENDOSSO
      *- NA EMISSAO OU LIBERACAO - TIPO 1 CABECALHO (APOLICE, ENDOSSO,
      *- NOME, CPF/CNPJ, RAMO, VIGENCIA, EMISSAO), 2 COBERTURAS, 3
      *- PARCELAS, 4 CLAUSULA DE COSSEGURO (CONGENERES E PARTICIPACAO)
      *- - O GERADOR CALCULA O HASH DESTE CONTEUDO E O REGISTRA POR
      *- AC07P58
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  TIPO-LINHA                         PIC X(254).
           77  SEQ-LINHA                          PIC X(254).
           77  LINHA                              PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           TIPO-LINHA
           SEQ-LINHA
           LINHA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.TIPO_LINHA, X.SEQ_LINHA, X.LINHA FROM (SELECT 1 AS TIPO_LINHA, 0 AS SEQ_LINHA, ('1' || DIGITS(DEC(A.NUM_APOLICE, 13, 0)) || DIGITS(DEC(E.NRENDOS, 9, 0)) || SUBSTR(A.NOME || REPEAT(' ', 40), 1, 40) || SUBSTR(A.CGCCPF || REPEAT(' ', 18), 1, 18) || DIGITS(DEC(A.RAMO, 4, 0)) || CHAR(E.DTINIVIG, ISO) || CHAR(E.DTTERVIG, ISO) || CHAR(E.DTEMIS, ISO)) AS LINHA FROM seguros.v1apolice A, seguros.v1endosso E WHERE E.num_apolice = A.num_apolice AND A.num_apolice = :NUM-APOLICE AND E.nrendos = :NRENDOS UNION ALL SELECT 2, C.NUM_ITEM * 100000 + C.COD_COBERTURA, ('2' || DIGITS(DEC(C.NUM_ITEM, 9, 0)) || DIGITS(DEC(C.RAMOFR, 4, 0)) || DIGITS(DEC(C.MODALIFR, 4, 0)) || DIGITS(DEC(C.COD_COBERTURA, 5, 0)) || DIGITS(DEC(C.PCT_COBERTURA * 10000, 7, 0)) || CHAR(C.DATA_INIVIGENCIA, ISO) || CHAR(C.DATA_TERVIGENCIA, ISO)) FROM seguros.v1coberapol C WHERE C.num_apolice = :NUM-APOLICE AND C.nrendos = :NRENDOS UNION ALL SELECT 3, P.NRPARCEL, ('3' || DIGITS(DEC(P.NRPARCEL, 4, 0)) || CHAR(P.DTVENCTO, ISO) || DIGITS(DEC(P.VLPRMTOT * 100, 15, 0))) FROM seguros.v1parcela P WHERE P.num_apolice = :NUM-APOLICE AND P.nrendos = :NRENDOS UNION ALL SELECT 4, S.CONGENER, ('4' || DIGITS(DEC(S.CONGENER, 4, 0)) || DIGITS(DEC(S.PCPARTIC * 10000, 9, 0))) FROM seguros.v0apolcosced S WHERE S.num_apolice = :NUM-APOLICE AND S.situacao = '1') X ORDER BY X.TIPO_LINHA, X.SEQ_LINHA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
