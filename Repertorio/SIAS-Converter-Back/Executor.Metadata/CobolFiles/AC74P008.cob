       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC74P008.
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
      *- TABELA DE TAXAS DA TARIFA - INCLUI A TAXA VIGENTE A PARTIR DA
      *- DATA POR RAMO, MODALIDADE, PRODUTO E CLASSE DE FATORES DE
      *- RISCO (COD_FATOR) COM O PREMIO MINIMO - NAO ACEITA VIGENCIA
      *- ANTERIOR A TAXA EXISTENTE - EXECUTAR AC74P009 ANTES PARA
      *- ENCERRAR A ANTERIOR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  RAMO                               PIC X(254).
           77  MODALIDA                           PIC X(254).
           77  CODPRODU                           PIC X(254).
           77  COD-FATOR                          PIC X(254).
           77  DTINIVIG                           PIC X(254).
           77  PCT-TAXA                           PIC X(254).
           77  VLR-PREMIO-MINIMO                  PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           RAMO
           MODALIDA
           CODPRODU
           COD-FATOR
           DTINIVIG
           PCT-TAXA
           VLR-PREMIO-MINIMO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0tarifa_taxa (RAMO, MODALIDA, CODPRODU, COD_FATOR, DTINIVIG, DTTERVIG, PCT_TAXA, VLR_PREMIO_MINIMO, CODUSU, TIMESTAMP) SELECT :RAMO, :MODALIDA, :CODPRODU, :COD-FATOR, :DTINIVIG, DATE('9999-12-31'), :PCT-TAXA, :VLR-PREMIO-MINIMO, :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0tarifa_taxa T WHERE T.ramo = :RAMO AND T.modalida = :MODALIDA AND T.codprodu = :CODPRODU AND T.cod_fator = :COD-FATOR AND T.dtinivig >= :DTINIVIG) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
