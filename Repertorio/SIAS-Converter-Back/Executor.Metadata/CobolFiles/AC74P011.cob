       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC74P011.
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
      *- AUDITORIA DO PREMIO TARIFARIO - DADOS DE TARIFACAO DO ENDOSSO
      *- RECEBIDOS DO SISTEMA DE ORIGEM NA EMISSAO - POR ITEM A CLASSE
      *- DE FATORES DE RISCO (COD_FATOR) E A BASE DE CALCULO
      *- (IMPORTANCIA SEGURADA)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NUM-ITEM                           PIC X(254).
           77  COD-FATOR                          PIC X(254).
           77  VLR-BASE                           PIC X(254).
           77  SISTEMA-ORIGEM                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           NUM-ITEM
           COD-FATOR
           VLR-BASE
           SISTEMA-ORIGEM.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0tarifa_risco (NUM_APOLICE, NRENDOS, NUM_ITEM, COD_FATOR, VLR_BASE, SISTEMA_ORIGEM, TIMESTAMP) SELECT :NUM-APOLICE, :NRENDOS, :NUM-ITEM, :COD-FATOR, :VLR-BASE, :SISTEMA-ORIGEM, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0tarifa_risco R WHERE R.num_apolice = :NUM-APOLICE AND R.nrendos = :NRENDOS AND R.num_item = :NUM-ITEM) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
