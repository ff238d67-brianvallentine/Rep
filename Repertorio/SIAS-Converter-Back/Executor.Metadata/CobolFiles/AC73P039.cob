       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P039.
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
      *- ATUALIZACAO MONETARIA ANUAL - RAMOS DE VIDA E VIDA EM GRUPO
      *- COM ATUALIZACAO DE CAPITAL E PREMIO NO ANIVERSARIO PELAS
      *- CONDICOES GERAIS E O INDICE (CODUNIMO DO IPCA EM V1MOEDA) A
      *- APLICAR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  RAMO                               PIC X(254).
           77  CODUNIMO                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           RAMO
           CODUNIMO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0atualiz_param (RAMO, CODUNIMO, SITUACAO, CODUSU, TIMESTAMP) SELECT :RAMO, :CODUNIMO, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0atualiz_param P WHERE P.ramo = :RAMO AND P.situacao = '1') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
