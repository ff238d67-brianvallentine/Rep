       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PCF.
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
      *- COMPARACAO DE ARVORES ENTRE AMBIENTES - CARREGA EM
      *- V0ESTR_ESPELHO CADA NO DA ARVORE DE OUTRO AMBIENTE EXPORTADA
      *- POR AS01PC1 - A CARGA DE UM AMBIENTE SUBSTITUI A ANTERIOR
      *- (AS01PCG)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  AMBIENTE                           PIC X(254).
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
           AMBIENTE
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0estr_espelho (AMBIENTE, CODSIS, SUBSIS, CODGRU, SUBGRU, CODITE, SUBITE, CODAPL, NOMGRU, DTHR_CARGA) SELECT :AMBIENTE, :CODSIS, :SUBSIS, :CODGRU, :SUBGRU, :CODITE, :SUBITE, :CODAPL, :NOMGRU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0estr_espelho S WHERE S.ambiente = :AMBIENTE AND S.codsis = :CODSIS AND S.subsis = :SUBSIS AND S.codgru = :CODGRU AND S.subgru = :SUBGRU AND S.codite = :CODITE AND S.subite = :SUBITE) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
