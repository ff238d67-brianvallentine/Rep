       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP091.
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
      *- PIS/COFINS SOBRE RECEITA DE PREMIO - GRAVA A MEMORIA DE
      *- CALCULO DO MES POR RAMO COM OS VALORES DE CB2MP090 - SITUACAO
      *- 0 A CONTABILIZAR - A PROVISAO (DEBITO DESPESA TRIBUTARIA /
      *- CREDITO PIS E COFINS A RECOLHER) E POSTADA POR CB2MP079 E A
      *- MEMORIA MARCADA POR CB2MP092
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
           77  CODUSU                             PIC X(254).
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
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0pis_cofins_mensal (ANO_MES, RAMO, VLR_RECEITA, VLR_CANCELADO, VLR_COSSEG_CEDIDO, VLR_RESSEG_CEDIDO, VLR_BASE, PCT_PIS, VLR_PIS, PCT_COFINS, VLR_COFINS, SITUACAO, CODUSU, TIMESTAMP) SELECT :ANO-MES, :RAMO, :VLR-RECEITA, :VLR-CANCELADO, :VLR-COSSEG-CEDIDO, :VLR-RESSEG-CEDIDO, :VLR-BASE, :PCT-PIS, :VLR-PIS, :PCT-COFINS, :VLR-COFINS, '0', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0pis_cofins_mensal M WHERE M.ano_mes = :ANO-MES AND M.ramo = :RAMO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
