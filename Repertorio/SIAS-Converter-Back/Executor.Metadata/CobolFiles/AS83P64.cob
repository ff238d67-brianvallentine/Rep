       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P64.
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
      *- RECERTIFICACAO DIRIGIDA - APRESENTA AO GESTOR AS AUTORIZACOES
      *- DOS USUARIOS TRANSFERIDOS PARA A SUA EQUIPE, COM O NOME DO NO
      *- DE MENU, PARA ATESTO OU REVOGACAO EM AS83P49
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODUSU-GESTOR                      PIC X(254).
           77  NUM-CAMPANHA                       PIC X(254).
           77  DT-LIMITE                          PIC X(254).
           77  CODUSU                             PIC X(254).
           77  NOMUSU                             PIC X(254).
           77  CODSIS                             PIC X(254).
           77  SUBSIS                             PIC X(254).
           77  CODGRU                             PIC X(254).
           77  SUBGRU                             PIC X(254).
           77  CODITE                             PIC X(254).
           77  SUBITE                             PIC X(254).
           77  NOME-ITEM                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODUSU-GESTOR
           NUM-CAMPANHA
           DT-LIMITE
           CODUSU
           NOMUSU
           CODSIS
           SUBSIS
           CODGRU
           SUBGRU
           CODITE
           SUBITE
           NOME-ITEM.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT C.NUM_CAMPANHA, C.DT_LIMITE, U.CODUSU, U.NOMUSU, A.CODSIS, A.SUBSIS, A.CODGRU, A.SUBGRU, A.CODITE, A.SUBITE, E.NOME_ITEM FROM seguros.v0recert_campanha C, seguros.v1usuarios U, seguros.v0autoriza A, seguros.v1estrutur E WHERE C.tipo_campanha = 'D' AND C.situacao = '0' AND C.codusu_gestor = :CODUSU-GESTOR AND U.codusu = C.codusu_alvo AND A.codusu = U.codusu AND E.codsis = A.codsis AND E.subsis = A.subsis AND E.codgru = A.codgru AND E.subgru = A.subgru AND E.codite = A.codite AND E.subite = A.subite AND NOT EXISTS (SELECT 1 FROM seguros.v0recert_item I WHERE I.num_campanha = C.num_campanha AND I.codusu = A.codusu AND I.codsis = A.codsis AND I.subsis = A.subsis AND I.codgru = A.codgru AND I.subgru = A.subgru AND I.codite = A.codite AND I.subite = A.subite) ORDER BY C.DT_LIMITE, U.CODUSU, A.CODSIS, A.SUBSIS, A.CODGRU, A.SUBGRU, A.CODITE, A.SUBITE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
