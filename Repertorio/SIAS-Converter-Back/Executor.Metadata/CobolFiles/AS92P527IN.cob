       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS92P527IN.
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
      *- ACESSO DE EMERGENCIA - PEDIDO DURANTE INCIDENTE - USUARIO, NO
      *- DA ARVORE V1ESTRUTUR (ZEROS ABAIXO DO NIVEL ESCOLHIDO),
      *- QUANTIDADE DE HORAS (1 A 12), REFERENCIA DO INCIDENTE E MOTIVO
      *- - GUARDA O GESTOR DO USUARIO PARA A REVISAO - SITUACAO A
      *- ATIVO, E EXPIRADO AGUARDANDO REVISAO, R REVISADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-ACESSO                         PIC X(254).
           77  CODUSU                             PIC X(254).
           77  CODSIS                             PIC X(254).
           77  SUBSIS                             PIC X(254).
           77  CODGRU                             PIC X(254).
           77  SUBGRU                             PIC X(254).
           77  CODITE                             PIC X(254).
           77  SUBITE                             PIC X(254).
           77  QTHORAS                            PIC X(254).
           77  REF-INCIDENTE                      PIC X(254).
           77  MOTIVO                             PIC X(254).
           77  CODUSU-CONCEDENTE                  PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-ACESSO
           CODUSU
           CODSIS
           SUBSIS
           CODGRU
           SUBGRU
           CODITE
           SUBITE
           QTHORAS
           REF-INCIDENTE
           MOTIVO
           CODUSU-CONCEDENTE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0acesso_emerg (NUM_ACESSO, CODUSU, CODSIS, SUBSIS, CODGRU, SUBGRU, CODITE, SUBITE, QTHORAS, DTHR_INICIO, DTHR_FIM, REF_INCIDENTE, MOTIVO, CODUSU_CONCEDENTE, CODUSU_GESTOR, CODUSU_REV_GESTOR, DTHR_REV_GESTOR, CODUSU_REV_SEGURANCA, DTHR_REV_SEGURANCA, SITUACAO) SELECT :NUM-ACESSO, U.CODUSU, :CODSIS, :SUBSIS, :CODGRU, :SUBGRU, :CODITE, :SUBITE, :QTHORAS, current timestamp, current timestamp + :QTHORAS HOURS, :REF-INCIDENTE, :MOTIVO, :CODUSU-CONCEDENTE, U.CODUSU_GESTOR, NULL, NULL, NULL, NULL, 'A' FROM seguros.v1usuarios U WHERE U.codusu = :CODUSU AND U.situacao = '1' AND :CODUSU-CONCEDENTE <> :CODUSU AND :QTHORAS BETWEEN 1 AND 12 AND :REF-INCIDENTE <> ' ' AND :MOTIVO <> ' ' AND EXISTS (SELECT 1 FROM seguros.v1estrutur E WHERE E.codsis = :CODSIS AND E.subsis = :SUBSIS AND E.codgru = :CODGRU AND E.subgru = :SUBGRU AND E.codite = :CODITE AND E.subite = :SUBITE) AND NOT EXISTS (SELECT 1 FROM seguros.v0acesso_emerg X WHERE X.num_acesso = :NUM-ACESSO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
