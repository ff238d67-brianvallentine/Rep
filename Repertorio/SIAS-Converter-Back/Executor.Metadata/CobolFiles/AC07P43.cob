       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P43.
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
      *- COSSEGURO CEDIDO - INCLUI A PARTICIPACAO DA CONGENERE NA
      *- APOLICE (TPCOSCED 1 EM V1APOLICE) - A SOMA DAS PARTICIPACOES
      *- NAO PODE PASSAR DO PCTCED DA APOLICE NEM A QUANTIDADE DE
      *- CONGENERES DO QTCOSSEG - BASE DA DISTRIBUICAO AUTOMATICA DAS
      *- COTAS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  CONGENER                           PIC X(254).
           77  PCPARTIC                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           CONGENER
           PCPARTIC
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0apolcosced (NUM_APOLICE, CONGENER, PCPARTIC, SITUACAO, CODUSU, TIMESTAMP) SELECT A.NUM_APOLICE, :CONGENER, :PCPARTIC, '1', :CODUSU, current timestamp FROM seguros.v1apolice A WHERE A.num_apolice = :NUM-APOLICE AND A.tpcosced = '1' AND EXISTS (SELECT 1 FROM seguros.v0congener G WHERE G.congener = :CONGENER AND G.situacao = '1') AND NOT EXISTS (SELECT 1 FROM seguros.v0apolcosced P WHERE P.num_apolice = :NUM-APOLICE AND P.congener = :CONGENER AND P.situacao = '1') AND COALESCE((SELECT SUM(P.PCPARTIC) FROM seguros.v0apolcosced P WHERE P.num_apolice = :NUM-APOLICE AND P.situacao = '1'), 0) + :PCPARTIC <= A.PCTCED AND (SELECT COUNT(*) FROM seguros.v0apolcosced P WHERE P.num_apolice = :NUM-APOLICE AND P.situacao = '1') < A.QTCOSSEG END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
