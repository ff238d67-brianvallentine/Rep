       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP094.
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
      *- PIS/COFINS SOBRE RECEITA DE PREMIO - CONSULTA DA MEMORIA DE
      *- CALCULO DO MES POR RAMO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  RAMO                               PIC X(254).
           77  VLR-RECEITA                        PIC X(254).
           77  VLR-CANCELADO                      PIC X(254).
           77  VLR-COSSEG-CEDIDO                  PIC X(254).
           77  VLR-RESSEG-CEDIDO                  PIC X(254).
           77  VLR-BASE                           PIC X(254).
           77  PCT-PIS                            PIC X(254).
           77  VLR-PIS                            PIC X(254).
           77  PCT-COFINS                         PIC X(254).
           77  VLR-COFINS                         PIC X(254).
           77  SITUACAO                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           RAMO
           VLR-RECEITA
           VLR-CANCELADO
           VLR-COSSEG-CEDIDO
           VLR-RESSEG-CEDIDO
           VLR-BASE
           PCT-PIS
           VLR-PIS
           PCT-COFINS
           VLR-COFINS
           SITUACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT RAMO, VLR_RECEITA, VLR_CANCELADO, VLR_COSSEG_CEDIDO, VLR_RESSEG_CEDIDO, VLR_BASE, PCT_PIS, VLR_PIS, PCT_COFINS, VLR_COFINS, SITUACAO FROM seguros.v0pis_cofins_mensal WHERE ano_mes = :ANO-MES ORDER BY RAMO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
