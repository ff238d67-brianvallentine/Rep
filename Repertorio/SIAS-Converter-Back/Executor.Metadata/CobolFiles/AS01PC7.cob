       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PC7.
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
      *- PACOTE DE ALTERACAO DA ESTRUTURA DE MENU - EXPORTA O PACOTE
      *- APROVADO PARA O ARQUIVO DE PROMOCAO - LINHA H CABECALHO
      *- (PACOTE, ORIGEM, AUTOR, APROVADOR, DESCRICAO) E LINHA D POR
      *- ITEM (SEQUENCIA, ACAO, NO, CODAPL, NOMGRU)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-PACOTE                         PIC X(254).
           77  LINHA                              PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-PACOTE
           LINHA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.LINHA FROM (SELECT 0 AS SEQ_LINHA, 'H' || DIGITS(DEC(P.NUM_PACOTE,9,0)) || SUBSTR(P.AMBIENTE_ORIGEM || REPEAT(' ',10),1,10) || SUBSTR(P.CODUSU_AUTOR || REPEAT(' ',8),1,8) || SUBSTR(P.CODUSU_APROV || REPEAT(' ',8),1,8) || SUBSTR(P.DESCRICAO || REPEAT(' ',60),1,60) AS LINHA FROM seguros.v0estr_pacote P WHERE P.num_pacote = :NUM-PACOTE AND P.situacao = '2' UNION ALL SELECT I.SEQ_ITEM AS SEQ_LINHA, 'D' || DIGITS(DEC(I.NUM_PACOTE,9,0)) || DIGITS(DEC(I.SEQ_ITEM,5,0)) || I.ACAO || DIGITS(DEC(I.CODSIS,4,0)) || DIGITS(DEC(I.SUBSIS,4,0)) || DIGITS(DEC(I.CODGRU,4,0)) || DIGITS(DEC(I.SUBGRU,4,0)) || DIGITS(DEC(I.CODITE,4,0)) || DIGITS(DEC(I.SUBITE,4,0)) || SUBSTR(COALESCE(I.CODAPL, ' ') || REPEAT(' ',8),1,8) || SUBSTR(COALESCE(I.NOMGRU, ' ') || REPEAT(' ',40),1,40) AS LINHA FROM seguros.v0estr_pacote_item I, seguros.v0estr_pacote P WHERE P.num_pacote = :NUM-PACOTE AND P.situacao = '2' AND I.num_pacote = P.num_pacote) X ORDER BY X.SEQ_LINHA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
