       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P059.
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
      *- CATALOGO DE RELATORIOS - EXCLUI A REGRA DE UM PARAMETRO DO
      *- RELATORIO (O PARAMETRO PASSA A SER OPCIONAL SEM CRITICA)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  IDSISTEM                           PIC X(254).
           77  CODRELAT                           PIC X(254).
           77  NOME-PARAM                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           IDSISTEM
           CODRELAT
           NOME-PARAM.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR DELETE FROM seguros.v0relat_catalogo_param WHERE idsistem = :IDSISTEM AND codrelat = :CODRELAT AND nome_param = :NOME-PARAM END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
