       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP086.
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
      *- CUSTO DE AQUISICAO DIFERIDO - RESUMO DO MES POR RAMO PARA A
      *- POSTAGEM CONTABIL - CUSTO DIFERIDO NO MES (DEBITO DAC /
      *- CREDITO DESPESA DE COMISSAO) E AMORTIZACAO (DEBITO DESPESA /
      *- CREDITO DAC), SALDO DO DAC E SALDO DO MES ANTERIOR - POSTAR
      *- CADA VALOR POR CB2MP079 COM A OPERACAO PROPRIA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  ANO-MES-ANTERIOR                   PIC X(254).
           77  RAMO                               PIC X(254).
           77  VLR-DIFERIDO-MES                   PIC X(254).
           77  VLR-AMORTIZACAO                    PIC X(254).
           77  VLR-DAC-SALDO                      PIC X(254).
           77  VLR-DAC-SALDO-ANTERIOR             PIC X(254).
           77  QTDE-ENDOSSOS                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           ANO-MES-ANTERIOR
           RAMO
           VLR-DIFERIDO-MES
           VLR-AMORTIZACAO
           VLR-DAC-SALDO
           VLR-DAC-SALDO-ANTERIOR
           QTDE-ENDOSSOS.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT D.RAMO, SUM(D.VLR_DIFERIDO_MES) AS VLR_DIFERIDO_MES, SUM(D.VLR_AMORTIZACAO) AS VLR_AMORTIZACAO, SUM(D.VLR_DAC_SALDO) AS VLR_DAC_SALDO, COALESCE((SELECT SUM(B.VLR_DAC_SALDO) FROM seguros.v0dac_mensal B WHERE B.ano_mes = :ANO-MES-ANTERIOR AND B.ramo = D.ramo), 0) AS VLR_DAC_SALDO_ANTERIOR, COUNT(*) AS QTDE_ENDOSSOS FROM seguros.v0dac_mensal D WHERE D.ano_mes = :ANO-MES GROUP BY D.RAMO ORDER BY D.RAMO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
