       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPR3.
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
      *- CONTA CORRENTE DE RESSEGURO - GRAVA O EXTRATO DO TRIMESTRE
      *- APURADO POR CB2IPR2 - SITUACAO 0 GERADO - UM EXTRATO POR
      *- TRATADO, VERSAO E TRIMESTRE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
           77  NUM-VERSAO                         PIC X(254).
           77  ANO-TRIMESTRE                      PIC X(254).
           77  VLR-SALDO-ANTERIOR                 PIC X(254).
           77  VLR-PREMIO-CEDIDO                  PIC X(254).
           77  VLR-COMISSAO                       PIC X(254).
           77  VLR-RECUPERACAO                    PIC X(254).
           77  VLR-LIQUIDACAO                     PIC X(254).
           77  VLR-SALDO-FINAL                    PIC X(254).
           77  DT-GERACAO                         PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           FONTE
           NRRCAP
           NUM-VERSAO
           ANO-TRIMESTRE
           VLR-SALDO-ANTERIOR
           VLR-PREMIO-CEDIDO
           VLR-COMISSAO
           VLR-RECUPERACAO
           VLR-LIQUIDACAO
           VLR-SALDO-FINAL
           DT-GERACAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0resseg_extrato (FONTE, NRRCAP, NUM_VERSAO, ANO_TRIMESTRE, VLR_SALDO_ANTERIOR, VLR_PREMIO_CEDIDO, VLR_COMISSAO, VLR_RECUPERACAO, VLR_LIQUIDACAO, VLR_SALDO_FINAL, DT_GERACAO, SITUACAO, CODUSU, TIMESTAMP) SELECT :FONTE, :NRRCAP, :NUM-VERSAO, :ANO-TRIMESTRE, :VLR-SALDO-ANTERIOR, :VLR-PREMIO-CEDIDO, :VLR-COMISSAO, :VLR-RECUPERACAO, :VLR-LIQUIDACAO, :VLR-SALDO-FINAL, :DT-GERACAO, '0', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0resseg_extrato X WHERE X.fonte = :FONTE AND X.nrrcap = :NRRCAP AND X.num_versao = :NUM-VERSAO AND X.ano_trimestre = :ANO-TRIMESTRE) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
