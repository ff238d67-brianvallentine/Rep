       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P45.
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
      *- COSSEGURO CEDIDO - CRITICA DA EMISSAO - APOLICE COM COSSEGURO
      *- CEDIDO CUJA SOMA DAS PARTICIPACOES DAS CONGENERES DIFERE DO
      *- PCTCED - EXECUTAR ANTES DA DISTRIBUICAO AC07P46; QTDE > 0
      *- REJEITA A EMISSAO DO ENDOSSO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  QTDE                               PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           QTDE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT COUNT(*) AS QTDE FROM seguros.v1apolice A WHERE A.num_apolice = :NUM-APOLICE AND A.tpcosced = '1' AND A.PCTCED <> COALESCE((SELECT SUM(P.PCPARTIC) FROM seguros.v0apolcosced P WHERE P.num_apolice = A.num_apolice AND P.situacao = '1'), 0) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
