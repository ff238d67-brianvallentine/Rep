      *----------------------------------------------------------------*
      *- RECERTIFICACAO - AUTORIZACOES SEM ATESTO NO ENCERRAMENTO DA
      *- CAMPANHA - CANDIDATAS A REVOGACAO AUTOMATICA
      *- CAMPANHA DIRIGIDA (TIPO D, AS83P63) - SO AS AUTORIZACOES DO
      *- USUARIO ALVO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT A.CODUSU, A.CODSIS, A.SUBSIS, A.CODGRU, A.SUBGRU, A.CODITE, A.SUBITE FROM seguros.v0autoriza A WHERE (A.dthr_concessao IS NULL OR DATE(A.dthr_concessao) <= (SELECT C.DT_ABERTURA FROM seguros.v0recert_campanha C WHERE C.num_campanha = :NUM-CAMPANHA)) AND NOT EXISTS (SELECT 1 FROM seguros.v0recert_item I WHERE I.num_campanha = :NUM-CAMPANHA AND I.codusu = A.codusu AND I.codsis = A.codsis AND I.subsis = A.subsis AND I.codgru = A.codgru AND I.subgru = A.subgru AND I.codite = A.codite AND I.subite = A.subite AND I.decisao = 'A') AND NOT EXISTS (SELECT 1 FROM seguros.v0recert_campanha C WHERE C.num_campanha = :NUM-CAMPANHA AND C.tipo_campanha = 'D' AND C.codusu_alvo <> A.codusu) ORDER BY A.CODUSU, A.CODSIS END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
