       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PCH.
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
      *- COMPARACAO DE ARVORES ENTRE AMBIENTES - RELATORIO DE
      *- DIVERGENCIAS ENTRE A ARVORE LOCAL (V1ESTRUTUR) E O ESPELHO DO
      *- OUTRO AMBIENTE - L SO NO LOCAL, O SO NO OUTRO AMBIENTE, D
      *- NOMGRU OU CODAPL DIFERENTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  AMBIENTE                           PIC X(254).
           77  TIPO-DIVERG                        PIC X(254).
           77  CODSIS                             PIC X(254).
           77  SUBSIS                             PIC X(254).
           77  CODGRU                             PIC X(254).
           77  SUBGRU                             PIC X(254).
           77  CODITE                             PIC X(254).
           77  SUBITE                             PIC X(254).
           77  CODAPL-LOCAL                       PIC X(254).
           77  NOMGRU-LOCAL                       PIC X(254).
           77  CODAPL-OUTRO                       PIC X(254).
           77  NOMGRU-OUTRO                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           AMBIENTE
           TIPO-DIVERG
           CODSIS
           SUBSIS
           CODGRU
           SUBGRU
           CODITE
           SUBITE
           CODAPL-LOCAL
           NOMGRU-LOCAL
           CODAPL-OUTRO
           NOMGRU-OUTRO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.TIPO_DIVERG, X.CODSIS, X.SUBSIS, X.CODGRU, X.SUBGRU, X.CODITE, X.SUBITE, X.CODAPL_LOCAL, X.NOMGRU_LOCAL, X.CODAPL_OUTRO, X.NOMGRU_OUTRO FROM (SELECT CASE WHEN S.CODSIS IS NULL THEN 'L' WHEN E.CODSIS IS NULL THEN 'O' ELSE 'D' END AS TIPO_DIVERG, COALESCE(E.CODSIS, S.CODSIS) AS CODSIS, COALESCE(E.SUBSIS, S.SUBSIS) AS SUBSIS, COALESCE(E.CODGRU, S.CODGRU) AS CODGRU, COALESCE(E.SUBGRU, S.SUBGRU) AS SUBGRU, COALESCE(E.CODITE, S.CODITE) AS CODITE, COALESCE(E.SUBITE, S.SUBITE) AS SUBITE, E.CODAPL AS CODAPL_LOCAL, E.NOMGRU AS NOMGRU_LOCAL, S.CODAPL AS CODAPL_OUTRO, S.NOMGRU AS NOMGRU_OUTRO FROM seguros.v1estrutur E FULL OUTER JOIN (SELECT * FROM seguros.v0estr_espelho WHERE ambiente = :AMBIENTE) S ON S.codsis = E.codsis AND S.subsis = E.subsis AND S.codgru = E.codgru AND S.subgru = E.subgru AND S.codite = E.codite AND S.subite = E.subite) X WHERE X.TIPO_DIVERG <> 'D' OR X.CODAPL_LOCAL <> X.CODAPL_OUTRO OR X.NOMGRU_LOCAL <> X.NOMGRU_OUTRO ORDER BY X.CODSIS, X.SUBSIS, X.CODGRU, X.SUBGRU, X.CODITE, X.SUBITE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
