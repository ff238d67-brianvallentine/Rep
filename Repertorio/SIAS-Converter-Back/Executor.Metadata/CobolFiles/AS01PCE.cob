       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PCE.
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
      *- PACOTE DE ALTERACAO DA ESTRUTURA DE MENU - CONSULTA DO PACOTE
      *- COM OS ITENS, VALORES ATUAIS E NOVOS E O RESULTADO DA CRITICA
      *- AS01PC4
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-PACOTE                         PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  AMBIENTE-ORIGEM                    PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  CODUSU-AUTOR                       PIC X(254).
           77  CODUSU-APROV                       PIC X(254).
           77  DTHR-APROV                         PIC X(254).
           77  DTHR-APLICACAO                     PIC X(254).
           77  SEQ-ITEM                           PIC X(254).
           77  ACAO                               PIC X(254).
           77  CODSIS                             PIC X(254).
           77  SUBSIS                             PIC X(254).
           77  CODGRU                             PIC X(254).
           77  SUBGRU                             PIC X(254).
           77  CODITE                             PIC X(254).
           77  SUBITE                             PIC X(254).
           77  CODAPL-ANT                         PIC X(254).
           77  NOMGRU-ANT                         PIC X(254).
           77  CODAPL                             PIC X(254).
           77  NOMGRU                             PIC X(254).
           77  COD-CRITICA                        PIC X(254).
           77  DESCR-CRITICA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-PACOTE
           DESCRICAO
           AMBIENTE-ORIGEM
           SITUACAO
           CODUSU-AUTOR
           CODUSU-APROV
           DTHR-APROV
           DTHR-APLICACAO
           SEQ-ITEM
           ACAO
           CODSIS
           SUBSIS
           CODGRU
           SUBGRU
           CODITE
           SUBITE
           CODAPL-ANT
           NOMGRU-ANT
           CODAPL
           NOMGRU
           COD-CRITICA
           DESCR-CRITICA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT P.NUM_PACOTE, P.DESCRICAO, P.AMBIENTE_ORIGEM, P.SITUACAO, P.CODUSU_AUTOR, P.CODUSU_APROV, P.DTHR_APROV, P.DTHR_APLICACAO, I.SEQ_ITEM, I.ACAO, I.CODSIS, I.SUBSIS, I.CODGRU, I.SUBGRU, I.CODITE, I.SUBITE, I.CODAPL_ANT, I.NOMGRU_ANT, I.CODAPL, I.NOMGRU, I.COD_CRITICA, CASE I.COD_CRITICA WHEN 'P' THEN 'NO PAI INEXISTENTE' WHEN 'E' THEN 'NO JA EXISTE' WHEN 'N' THEN 'NO NAO ENCONTRADO' WHEN 'F' THEN 'NO COM FILHOS NAO REMOVIDOS' WHEN 'A' THEN 'NO COM AUTORIZACAO ATIVA' ELSE ' ' END AS DESCR_CRITICA FROM seguros.v0estr_pacote P LEFT JOIN seguros.v0estr_pacote_item I ON I.num_pacote = P.num_pacote WHERE P.num_pacote = :NUM-PACOTE ORDER BY I.SEQ_ITEM END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
