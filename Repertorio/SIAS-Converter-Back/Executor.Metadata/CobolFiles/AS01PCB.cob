       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PCB.
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
      *- RENOMEACOES (NOMGRU E CODAPL) DO PACOTE APROVADO - SO COM A
      *- CRITICA AS01PC4 SEM OCORRENCIAS
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0estrutur E SET (CODAPL, NOMGRU) = (SELECT I.CODAPL, I.NOMGRU FROM seguros.v0estr_pacote_item I WHERE I.num_pacote = :NUM-PACOTE AND I.acao = 'R' AND E.codsis = I.codsis AND E.subsis = I.subsis AND E.codgru = I.codgru AND E.subgru = I.subgru AND E.codite = I.codite AND E.subite = I.subite) WHERE EXISTS (SELECT 1 FROM seguros.v0estr_pacote_item I WHERE I.num_pacote = :NUM-PACOTE AND I.acao = 'R' AND E.codsis = I.codsis AND E.subsis = I.subsis AND E.codgru = I.codgru AND E.subgru = I.subgru AND E.codite = I.codite AND E.subite = I.subite AND EXISTS (SELECT 1 FROM seguros.v0estr_pacote X WHERE X.num_pacote = I.num_pacote AND X.situacao = '2') AND NOT EXISTS (SELECT 1 FROM seguros.v0estr_pacote_item K WHERE K.num_pacote = I.num_pacote AND K.cod_critica <> ' ')) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
