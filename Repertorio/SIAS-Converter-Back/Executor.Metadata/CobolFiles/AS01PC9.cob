       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PC9.
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
      *- PACOTE DE ALTERACAO DA ESTRUTURA DE MENU - IMPORTA NO AMBIENTE
      *- DE DESTINO CADA LINHA D DO ARQUIVO GERADO POR AS01PC7 - GUARDA
      *- O NOME E A APLICACAO ATUAIS DO DESTINO - CRITICAR COM AS01PC4
      *- ANTES DE APLICAR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-PACOTE                         PIC X(254).
           77  SEQ-ITEM                           PIC X(254).
           77  ACAO                               PIC X(254).
           77  CODSIS                             PIC X(254).
           77  SUBSIS                             PIC X(254).
           77  CODGRU                             PIC X(254).
           77  SUBGRU                             PIC X(254).
           77  CODITE                             PIC X(254).
           77  SUBITE                             PIC X(254).
           77  CODAPL                             PIC X(254).
           77  NOMGRU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-PACOTE
           SEQ-ITEM
           ACAO
           CODSIS
           SUBSIS
           CODGRU
           SUBGRU
           CODITE
           SUBITE
           CODAPL
           NOMGRU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0estr_pacote_item (NUM_PACOTE, SEQ_ITEM, ACAO, CODSIS, SUBSIS, CODGRU, SUBGRU, CODITE, SUBITE, CODAPL, NOMGRU, CODAPL_ANT, NOMGRU_ANT, COD_CRITICA) SELECT P.NUM_PACOTE, :SEQ-ITEM, :ACAO, :CODSIS, :SUBSIS, :CODGRU, :SUBGRU, :CODITE, :SUBITE, :CODAPL, :NOMGRU, (SELECT E.CODAPL FROM seguros.v1estrutur E WHERE E.codsis = :CODSIS AND E.subsis = :SUBSIS AND E.codgru = :CODGRU AND E.subgru = :SUBGRU AND E.codite = :CODITE AND E.subite = :SUBITE), (SELECT E.NOMGRU FROM seguros.v1estrutur E WHERE E.codsis = :CODSIS AND E.subsis = :SUBSIS AND E.codgru = :CODGRU AND E.subgru = :SUBGRU AND E.codite = :CODITE AND E.subite = :SUBITE), ' ' FROM seguros.v0estr_pacote P WHERE P.num_pacote = :NUM-PACOTE AND P.situacao = '2' AND :ACAO IN ('I', 'R', 'D') AND NOT EXISTS (SELECT 1 FROM seguros.v0estr_pacote_item K WHERE K.num_pacote = P.num_pacote AND K.seq_item = :SEQ-ITEM) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
