       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P038.
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
      *- PRO-LABORE DO ESTIPULANTE - DEMONSTRATIVO DO PERIODO POR
      *- APOLICE E SUBESTIPULANTE - BASE, PERCENTUAL, PRO-LABORE, IR
      *- RETIDO, LIQUIDO E ORDEM DE PAGAMENTO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES-INICIAL                    PIC X(254).
           77  ANO-MES-FINAL                      PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  ANO-MES                            PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  VLR-BASE                           PIC X(254).
           77  PCT-PROLABORE                      PIC X(254).
           77  VLR-PROLABORE                      PIC X(254).
           77  VLR-IR                             PIC X(254).
           77  VLR-LIQUIDO                        PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  NUM-ORDEM                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES-INICIAL
           ANO-MES-FINAL
           NUM-APOLICE
           ANO-MES
           CODSUBES
           VLR-BASE
           PCT-PROLABORE
           VLR-PROLABORE
           VLR-IR
           VLR-LIQUIDO
           SITUACAO
           NUM-ORDEM.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT C.ANO_MES, C.NUM_APOLICE, C.CODSUBES, C.VLR_BASE, C.PCT_PROLABORE, C.VLR_PROLABORE, C.VLR_IR, C.VLR_LIQUIDO, C.SITUACAO, C.NUM_ORDEM FROM seguros.v0prolabore_calc C WHERE C.ano_mes BETWEEN :ANO-MES-INICIAL AND :ANO-MES-FINAL AND (C.num_apolice = :NUM-APOLICE OR :NUM-APOLICE = 0) ORDER BY C.ANO_MES, C.NUM_APOLICE, C.CODSUBES END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
