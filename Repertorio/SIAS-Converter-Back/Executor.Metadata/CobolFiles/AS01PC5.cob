       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PC5.
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
      *- PACOTE DE ALTERACAO DA ESTRUTURA DE MENU - SUBMETE O PACOTE A
      *- MESA DE SEGURANCA - EXIGE ITENS E CRITICA AS01PC4 SEM
      *- OCORRENCIAS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-PACOTE                         PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-PACOTE
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0estr_pacote P SET SITUACAO = '1' WHERE P.num_pacote = :NUM-PACOTE AND P.situacao = '0' AND P.codusu_autor = :CODUSU AND EXISTS (SELECT 1 FROM seguros.v0estr_pacote_item I WHERE I.num_pacote = P.num_pacote) AND NOT EXISTS (SELECT 1 FROM seguros.v0estr_pacote_item I WHERE I.num_pacote = P.num_pacote AND I.cod_critica <> ' ') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
