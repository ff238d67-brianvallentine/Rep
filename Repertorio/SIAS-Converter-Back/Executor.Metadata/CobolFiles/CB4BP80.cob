       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP80.
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
      *- MORATORIA POR CALAMIDADE - AREA ATINGIDA - TIPO_AREA M
      *- MUNICIPIO (CIDADE E SIGLA_UF) OU C FAIXA DE CEP (CEP_INICIAL A
      *- CEP_FINAL)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-MORATORIA                      PIC X(254).
           77  TIPO-AREA                          PIC X(254).
           77  CIDADE                             PIC X(254).
           77  SIGLA-UF                           PIC X(254).
           77  CEP-INICIAL                        PIC X(254).
           77  CEP-FINAL                          PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-MORATORIA
           TIPO-AREA
           CIDADE
           SIGLA-UF
           CEP-INICIAL
           CEP-FINAL
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0moratoria_area (NUM_MORATORIA, TIPO_AREA, CIDADE, SIGLA_UF, CEP_INICIAL, CEP_FINAL, CODUSU, TIMESTAMP) SELECT M.NUM_MORATORIA, :TIPO-AREA, :CIDADE, :SIGLA-UF, :CEP-INICIAL, :CEP-FINAL, :CODUSU, current timestamp FROM seguros.v0moratoria M WHERE M.num_moratoria = :NUM-MORATORIA AND M.situacao = '1' AND :TIPO-AREA IN ('M', 'C') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
