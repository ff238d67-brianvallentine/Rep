       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP097.
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
      *- CONCILIACAO PREMIOS A RECEBER X RAZAO - GRAVA A CONCILIACAO DO
      *- MES POR RAMO E EMPRESA COM OS SALDOS DE CB2MP095 E A DIFERENCA
      *- ABERTA PELOS TOTAIS DE CADA TIPO DE CB2MP096 - O QUE SOBRA
      *- FICA EM VLR_NAO_EXPLICADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  RAMO                               PIC X(254).
           77  COD-EMPRESA                        PIC X(254).
           77  VLR-SUBRAZAO                       PIC X(254).
           77  VLR-RAZAO                          PIC X(254).
           77  VLR-NAO-CONTAB                     PIC X(254).
           77  VLR-PERIODO-ERRADO                 PIC X(254).
           77  VLR-SEM-LANCAMENTO                 PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           RAMO
           COD-EMPRESA
           VLR-SUBRAZAO
           VLR-RAZAO
           VLR-NAO-CONTAB
           VLR-PERIODO-ERRADO
           VLR-SEM-LANCAMENTO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0conc_receber (ANO_MES, RAMO, COD_EMPRESA, VLR_SUBRAZAO, VLR_RAZAO, VLR_DIFERENCA, VLR_NAO_CONTAB, VLR_PERIODO_ERRADO, VLR_SEM_LANCAMENTO, VLR_NAO_EXPLICADO, CODUSU, TIMESTAMP) SELECT :ANO-MES, :RAMO, :COD-EMPRESA, :VLR-SUBRAZAO, :VLR-RAZAO, :VLR-SUBRAZAO - :VLR-RAZAO, :VLR-NAO-CONTAB, :VLR-PERIODO-ERRADO, :VLR-SEM-LANCAMENTO, (:VLR-SUBRAZAO - :VLR-RAZAO) - :VLR-NAO-CONTAB - :VLR-PERIODO-ERRADO - :VLR-SEM-LANCAMENTO, :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0conc_receber C WHERE C.ano_mes = :ANO-MES AND C.ramo = :RAMO AND C.cod_empresa = :COD-EMPRESA) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
