       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPR5.
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
      *- CONTA CORRENTE DE RESSEGURO - ARQUIVO DO EXTRATO AO
      *- RESSEGURADOR - UMA LINHA POR TRATADO/VERSAO NO LAYOUT ACEITO
      *- PELOS RESSEGURADORES (TIPO DE REGISTRO, TRATADO, VERSAO,
      *- TRIMESTRE E VALORES EM CENTAVOS) - GRAVAR O CONTROLE POR
      *- CB2IPR6 E MARCAR O EXTRATO COMO ENVIADO POR CB2IPR7
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-TRIMESTRE                      PIC X(254).
           77  NOME                               PIC X(254).
           77  TIPO-REGISTRO                      PIC X(254).
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
           77  NUM-VERSAO                         PIC X(254).
           77  VLR-SALDO-ANTERIOR                 PIC X(254).
           77  VLR-PREMIO-CEDIDO                  PIC X(254).
           77  VLR-COMISSAO                       PIC X(254).
           77  VLR-RECUPERACAO                    PIC X(254).
           77  VLR-LIQUIDACAO                     PIC X(254).
           77  VLR-SALDO-FINAL                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-TRIMESTRE
           NOME
           TIPO-REGISTRO
           FONTE
           NRRCAP
           NUM-VERSAO
           VLR-SALDO-ANTERIOR
           VLR-PREMIO-CEDIDO
           VLR-COMISSAO
           VLR-RECUPERACAO
           VLR-LIQUIDACAO
           VLR-SALDO-FINAL.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT T.NOME, '1' AS TIPO_REGISTRO, X.FONTE, X.NRRCAP, X.NUM_VERSAO, BIGINT(X.VLR_SALDO_ANTERIOR * 100) AS VLR_SALDO_ANTERIOR, BIGINT(X.VLR_PREMIO_CEDIDO * 100) AS VLR_PREMIO_CEDIDO, BIGINT(X.VLR_COMISSAO * 100) AS VLR_COMISSAO, BIGINT(X.VLR_RECUPERACAO * 100) AS VLR_RECUPERACAO, BIGINT(X.VLR_LIQUIDACAO * 100) AS VLR_LIQUIDACAO, BIGINT(X.VLR_SALDO_FINAL * 100) AS VLR_SALDO_FINAL FROM seguros.v0resseg_extrato X, seguros.v1rcap T WHERE T.fonte = X.fonte AND T.nrrcap = X.nrrcap AND X.ano_trimestre = :ANO-TRIMESTRE AND X.situacao IN ('0','3') ORDER BY T.NOME, X.FONTE, X.NRRCAP, X.NUM_VERSAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
