       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P097.
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
      *- MASCARAMENTO DE DADOS SENSIVEIS - RELATORIO DAS REVELACOES NO
      *- PERIODO, POR USUARIO E CLASSE DO CAMPO (BRANCOS = TODOS), COM
      *- O NOME E O GESTOR DO USUARIO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIO                          PIC X(254).
           77  DT-FIM                             PIC X(254).
           77  CODUSU                             PIC X(254).
           77  CLASSE-CAMPO                       PIC X(254).
           77  NOMUSU                             PIC X(254).
           77  CODUSU-GESTOR                      PIC X(254).
           77  COD-TELA                           PIC X(254).
           77  CHAVE-REGISTRO                     PIC X(254).
           77  DTHR-REVELACAO                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIO
           DT-FIM
           CODUSU
           CLASSE-CAMPO
           NOMUSU
           CODUSU-GESTOR
           COD-TELA
           CHAVE-REGISTRO
           DTHR-REVELACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT V.CODUSU, U.NOMUSU, U.CODUSU_GESTOR, V.COD_TELA, V.CLASSE_CAMPO, V.CHAVE_REGISTRO, V.DTHR_REVELACAO FROM seguros.v0mascara_revelacao V LEFT JOIN seguros.v1usuarios U ON U.codusu = V.codusu WHERE DATE(V.dthr_revelacao) BETWEEN :DT-INICIO AND :DT-FIM AND (:CODUSU = ' ' OR V.codusu = :CODUSU) AND (:CLASSE-CAMPO = ' ' OR V.classe_campo = :CLASSE-CAMPO) ORDER BY V.CODUSU, V.DTHR_REVELACAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
