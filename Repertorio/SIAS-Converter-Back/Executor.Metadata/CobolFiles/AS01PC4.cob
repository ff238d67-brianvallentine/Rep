       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PC4.
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
      *- PACOTE DE ALTERACAO DA ESTRUTURA DE MENU - CRITICA PREVIA NO
      *- AMBIENTE ONDE RODA (ORIGEM ANTES DA SUBMISSAO, DESTINO ANTES
      *- DA APLICACAO) - P NO PAI INEXISTENTE (NEM INCLUIDO NO PACOTE),
      *- E NO JA EXISTE, N NO NAO ENCONTRADO, F NO COM FILHOS QUE O
      *- PACOTE NAO REMOVE, A NO OU FILHO COM AUTORIZACAO ATIVA EM
      *- V0AUTORIZA, BRANCO OK
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0estr_pacote_item I SET COD_CRITICA = CASE WHEN I.acao = 'I' AND EXISTS (SELECT 1 FROM seguros.v1estrutur E WHERE E.codsis = I.codsis AND E.subsis = I.subsis AND E.codgru = I.codgru AND E.subgru = I.subgru AND E.codite = I.codite AND E.subite = I.subite) THEN 'E' WHEN I.acao = 'I' AND (I.subsis <> 0 OR I.codgru <> 0 OR I.subgru <> 0 OR I.codite <> 0 OR I.subite <> 0) AND NOT EXISTS (SELECT 1 FROM seguros.v1estrutur E WHERE E.codsis = I.codsis AND E.subsis = CASE WHEN I.codgru <> 0 OR I.subgru <> 0 OR I.codite <> 0 OR I.subite <> 0 THEN I.subsis ELSE 0 END AND E.codgru = CASE WHEN I.subgru <> 0 OR I.codite <> 0 OR I.subite <> 0 THEN I.codgru ELSE 0 END AND E.subgru = CASE WHEN I.codite <> 0 OR I.subite <> 0 THEN I.subgru ELSE 0 END AND E.codite = CASE WHEN I.subite <> 0 THEN I.codite ELSE 0 END AND E.subite = 0) AND NOT EXISTS (SELECT 1 FROM seguros.v0estr_pacote_item P WHERE P.num_pacote = I.num_pacote AND P.acao = 'I' AND P.codsis = I.codsis AND P.subsis = CASE WHEN I.codgru <> 0 OR I.subgru <> 0 OR I.codite <> 0 OR I.subite <> 0 THEN I.subsis ELSE 0 END AND P.codgru = CASE WHEN I.subgru <> 0 OR I.codite <> 0 OR I.subite <> 0 THEN I.codgru ELSE 0 END AND P.subgru = CASE WHEN I.codite <> 0 OR I.subite <> 0 THEN I.subgru ELSE 0 END AND P.codite = CASE WHEN I.subite <> 0 THEN I.codite ELSE 0 END AND P.subite = 0) THEN 'P' WHEN I.acao IN ('R', 'D') AND NOT EXISTS (SELECT 1 FROM seguros.v1estrutur E WHERE E.codsis = I.codsis AND E.subsis = I.subsis AND E.codgru = I.codgru AND E.subgru = I.subgru AND E.codite = I.codite AND E.subite = I.subite) THEN 'N' WHEN I.acao = 'D' AND EXISTS (SELECT 1 FROM seguros.v1estrutur E WHERE E.codsis = I.codsis AND (I.subsis = 0 OR E.subsis = I.subsis) AND (I.codgru = 0 OR E.codgru = I.codgru) AND (I.subgru = 0 OR E.subgru = I.subgru) AND (I.codite = 0 OR E.codite = I.codite) AND (I.subite = 0 OR E.subite = I.subite) AND NOT (E.codsis = I.codsis AND E.subsis = I.subsis AND E.codgru = I.codgru AND E.subgru = I.subgru AND E.codite = I.codite AND E.subite = I.subite) AND NOT EXISTS (SELECT 1 FROM seguros.v0estr_pacote_item P WHERE P.num_pacote = I.num_pacote AND P.acao = 'D' AND P.codsis = E.codsis AND P.subsis = E.subsis AND P.codgru = E.codgru AND P.subgru = E.subgru AND P.codite = E.codite AND P.subite = E.subite)) THEN 'F' WHEN I.acao = 'D' AND EXISTS (SELECT 1 FROM seguros.v0autoriza A WHERE A.codsis = I.codsis AND (I.subsis = 0 OR A.subsis = I.subsis) AND (I.codgru = 0 OR A.codgru = I.codgru) AND (I.subgru = 0 OR A.subgru = I.subgru) AND (I.codite = 0 OR A.codite = I.codite) AND (I.subite = 0 OR A.subite = I.subite)) THEN 'A' ELSE ' ' END WHERE I.num_pacote = :NUM-PACOTE AND EXISTS (SELECT 1 FROM seguros.v0estr_pacote X WHERE X.num_pacote = I.num_pacote AND X.situacao IN ('0', '2')) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
