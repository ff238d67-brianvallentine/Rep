       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P041.
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
      *- OVERRIDING DA HIERARQUIA DE PRODUCAO - EXTRATO DO BENEFICIARIO
      *- - NO, NIVEL, RAMO, BASE, PERCENTUAL E VALOR POR MES
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODPDT-BENEF                       PIC X(254).
           77  ANO-MES-INICIAL                    PIC X(254).
           77  ANO-MES-FINAL                      PIC X(254).
           77  ANO-MES                            PIC X(254).
           77  CODHIE                             PIC X(254).
           77  NIVEL                              PIC X(254).
           77  RAMO                               PIC X(254).
           77  VLR-BASE                           PIC X(254).
           77  PCT-OVERRIDING                     PIC X(254).
           77  VLR-OVERRIDING                     PIC X(254).
           77  SITUACAO                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODPDT-BENEF
           ANO-MES-INICIAL
           ANO-MES-FINAL
           ANO-MES
           CODHIE
           NIVEL
           RAMO
           VLR-BASE
           PCT-OVERRIDING
           VLR-OVERRIDING
           SITUACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT ANO_MES, CODHIE, NIVEL, RAMO, VLR_BASE, PCT_OVERRIDING, VLR_OVERRIDING, SITUACAO FROM seguros.v0overriding_calc WHERE codpdt_benef = :CODPDT-BENEF AND ano_mes BETWEEN :ANO-MES-INICIAL AND :ANO-MES-FINAL ORDER BY ANO_MES, CODHIE, RAMO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
