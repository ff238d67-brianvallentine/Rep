       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P057.
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
      *- CATALOGO DE RELATORIOS - ALTERA DESCRICAO, AREA, USUARIO
      *- RESPONSAVEL E SITUACAO DO RELATORIO NO CATALOGO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  IDSISTEM                           PIC X(254).
           77  CODRELAT                           PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  AREA-RESPONSAVEL                   PIC X(254).
           77  CODUSU-RESPONSAVEL                 PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           IDSISTEM
           CODRELAT
           DESCRICAO
           AREA-RESPONSAVEL
           CODUSU-RESPONSAVEL
           SITUACAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0relat_catalogo K SET DESCRICAO = :DESCRICAO, AREA_RESPONSAVEL = :AREA-RESPONSAVEL, CODUSU_RESPONSAVEL = :CODUSU-RESPONSAVEL, SITUACAO = :SITUACAO, CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE K.idsistem = :IDSISTEM AND K.codrelat = :CODRELAT AND :SITUACAO IN ('0', '1') AND :DESCRICAO <> ' ' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
