       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS92P528IN.
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
      *- ACESSO DE EMERGENCIA - RELACIONA OS ITENS DO NO PEDIDO QUE O
      *- USUARIO AINDA NAO TEM EM V0AUTORIZA - SO ESTES SERAO
      *- CONCEDIDOS E DEPOIS REVOGADOS, PRESERVANDO AS AUTORIZACOES
      *- PERMANENTES
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-ACESSO                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-ACESSO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0acesso_emerg_item (NUM_ACESSO, CODUSU, CODSIS, SUBSIS, CODGRU, SUBGRU, CODITE, SUBITE) SELECT X.NUM_ACESSO, X.CODUSU, E.CODSIS, E.SUBSIS, E.CODGRU, E.SUBGRU, E.CODITE, E.SUBITE FROM seguros.v0acesso_emerg X, seguros.v1estrutur E WHERE X.num_acesso = :NUM-ACESSO AND X.situacao = 'A' AND E.codsis = X.codsis AND (X.subsis = 0 OR E.subsis = X.subsis) AND (X.codgru = 0 OR E.codgru = X.codgru) AND (X.subgru = 0 OR E.subgru = X.subgru) AND (X.codite = 0 OR E.codite = X.codite) AND (X.subite = 0 OR E.subite = X.subite) AND E.codite > 0 AND NOT EXISTS (SELECT 1 FROM seguros.v0autoriza A WHERE A.codusu = X.codusu AND A.codsis = E.codsis AND A.subsis = E.subsis AND A.codgru = E.codgru AND A.subgru = E.subgru AND A.codite = E.codite AND A.subite = E.subite) AND NOT EXISTS (SELECT 1 FROM seguros.v0acesso_emerg_item I WHERE I.num_acesso = X.num_acesso AND I.codsis = E.codsis AND I.subsis = E.subsis AND I.codgru = E.codgru AND I.subgru = E.subgru AND I.codite = E.codite AND I.subite = E.subite) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
