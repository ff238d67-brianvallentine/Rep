       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PC8.
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
      *- DE DESTINO A LINHA H DO ARQUIVO GERADO POR AS01PC7 - O PACOTE
      *- ENTRA APROVADO (SITUACAO 2) COM O APROVADOR DA ORIGEM
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-PACOTE                         PIC X(254).
           77  AMBIENTE-ORIGEM                    PIC X(254).
           77  CODUSU-AUTOR                       PIC X(254).
           77  CODUSU-APROV                       PIC X(254).
           77  DESCRICAO                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-PACOTE
           AMBIENTE-ORIGEM
           CODUSU-AUTOR
           CODUSU-APROV
           DESCRICAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0estr_pacote (NUM_PACOTE, DESCRICAO, AMBIENTE_ORIGEM, SITUACAO, CODUSU_AUTOR, DTHR_CRIACAO, CODUSU_APROV, DTHR_APROV, DTHR_APLICACAO) SELECT :NUM-PACOTE, :DESCRICAO, :AMBIENTE-ORIGEM, '2', :CODUSU-AUTOR, current timestamp, :CODUSU-APROV, current timestamp, NULL FROM SYSIBM.SYSDUMMY1 WHERE :CODUSU-APROV <> ' ' AND :CODUSU-APROV <> :CODUSU-AUTOR AND NOT EXISTS (SELECT 1 FROM seguros.v0estr_pacote P WHERE P.num_pacote = :NUM-PACOTE) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
