       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP099.
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
      *- CONCILIACAO PREMIOS A RECEBER X RAZAO - CONSULTA DA
      *- CONCILIACAO DO MES POR RAMO E EMPRESA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  RAMO                               PIC X(254).
           77  COD-EMPRESA                        PIC X(254).
           77  VLR-SUBRAZAO                       PIC X(254).
           77  VLR-RAZAO                          PIC X(254).
           77  VLR-DIFERENCA                      PIC X(254).
           77  VLR-NAO-CONTAB                     PIC X(254).
           77  VLR-PERIODO-ERRADO                 PIC X(254).
           77  VLR-SEM-LANCAMENTO                 PIC X(254).
           77  VLR-NAO-EXPLICADO                  PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           RAMO
           COD-EMPRESA
           VLR-SUBRAZAO
           VLR-RAZAO
           VLR-DIFERENCA
           VLR-NAO-CONTAB
           VLR-PERIODO-ERRADO
           VLR-SEM-LANCAMENTO
           VLR-NAO-EXPLICADO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT RAMO, COD_EMPRESA, VLR_SUBRAZAO, VLR_RAZAO, VLR_DIFERENCA, VLR_NAO_CONTAB, VLR_PERIODO_ERRADO, VLR_SEM_LANCAMENTO, VLR_NAO_EXPLICADO FROM seguros.v0conc_receber WHERE ano_mes = :ANO-MES ORDER BY RAMO, COD_EMPRESA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
