       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PCC.
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
      *- PACOTE DE ALTERACAO DA ESTRUTURA DE MENU - APLICA AS
      *- DESATIVACOES DO PACOTE APROVADO REMOVENDO O NO - SO COM A
      *- CRITICA AS01PC4 SEM OCORRENCIAS E REPETE NA HORA A VERIFICACAO
      *- DE AUTORIZACAO ATIVA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-PACOTE                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-PACOTE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR DELETE FROM seguros.v0estrutur E WHERE EXISTS (SELECT 1 FROM seguros.v0estr_pacote_item I WHERE I.num_pacote = :NUM-PACOTE AND I.acao = 'D' AND E.codsis = I.codsis AND E.subsis = I.subsis AND E.codgru = I.codgru AND E.subgru = I.subgru AND E.codite = I.codite AND E.subite = I.subite AND EXISTS (SELECT 1 FROM seguros.v0estr_pacote X WHERE X.num_pacote = I.num_pacote AND X.situacao = '2') AND NOT EXISTS (SELECT 1 FROM seguros.v0estr_pacote_item K WHERE K.num_pacote = I.num_pacote AND K.cod_critica <> ' ') AND NOT EXISTS (SELECT 1 FROM seguros.v0autoriza A WHERE A.codsis = I.codsis AND (I.subsis = 0 OR A.subsis = I.subsis) AND (I.codgru = 0 OR A.codgru = I.codgru) AND (I.subgru = 0 OR A.subgru = I.subgru) AND (I.codite = 0 OR A.codite = I.codite) AND (I.subite = 0 OR A.subite = I.subite))) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
