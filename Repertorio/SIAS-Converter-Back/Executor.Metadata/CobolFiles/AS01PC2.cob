       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PC2.
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
      *- PACOTE DE ALTERACAO DA ESTRUTURA DE MENU (V1ESTRUTUR) - ABRE O
      *- PACOTE NO AMBIENTE DE ORIGEM - SITUACAO 0 EM ELABORACAO, 1
      *- SUBMETIDO A SEGURANCA, 2 APROVADO, 3 APLICADO, 9 REJEITADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-PACOTE                         PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  AMBIENTE-ORIGEM                    PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-PACOTE
           DESCRICAO
           AMBIENTE-ORIGEM
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0estr_pacote (NUM_PACOTE, DESCRICAO, AMBIENTE_ORIGEM, SITUACAO, CODUSU_AUTOR, DTHR_CRIACAO, CODUSU_APROV, DTHR_APROV, DTHR_APLICACAO) SELECT :NUM-PACOTE, :DESCRICAO, :AMBIENTE-ORIGEM, '0', :CODUSU, current timestamp, NULL, NULL, NULL FROM SYSIBM.SYSDUMMY1 WHERE :DESCRICAO <> ' ' AND NOT EXISTS (SELECT 1 FROM seguros.v0estr_pacote P WHERE P.num_pacote = :NUM-PACOTE) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
