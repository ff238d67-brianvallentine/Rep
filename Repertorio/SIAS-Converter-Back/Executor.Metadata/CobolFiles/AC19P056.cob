       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P056.
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
      *- CATALOGO DE RELATORIOS - INCLUI O RELATORIO NO CATALOGO POR
      *- IDSISTEM/CODRELAT COM DESCRICAO, AREA E USUARIO RESPONSAVEL -
      *- SITUACAO 1 ATIVO, 0 INATIVO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  IDSISTEM                           PIC X(254).
           77  CODRELAT                           PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  AREA-RESPONSAVEL                   PIC X(254).
           77  CODUSU-RESPONSAVEL                 PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           IDSISTEM
           CODRELAT
           DESCRICAO
           AREA-RESPONSAVEL
           CODUSU-RESPONSAVEL
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0relat_catalogo (IDSISTEM, CODRELAT, DESCRICAO, AREA_RESPONSAVEL, CODUSU_RESPONSAVEL, SITUACAO, CODUSU, TIMESTAMP) SELECT :IDSISTEM, :CODRELAT, :DESCRICAO, :AREA-RESPONSAVEL, :CODUSU-RESPONSAVEL, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :DESCRICAO <> ' ' AND :AREA-RESPONSAVEL <> ' ' AND NOT EXISTS (SELECT 1 FROM seguros.v0relat_catalogo K WHERE K.idsistem = :IDSISTEM AND K.codrelat = :CODRELAT) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
