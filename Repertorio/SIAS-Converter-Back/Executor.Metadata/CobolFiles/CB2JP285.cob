       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP285.
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
      *- REMUNERACAO CEF - RANKING DE INCENTIVO POR AGENCIA NO PERIODO
      *- - PROPOSTAS, PREMIO QUITADO E REMUNERACAO LIQUIDA, DA MAIOR
      *- PARA A MENOR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES-INICIAL                    PIC X(254).
           77  ANO-MES-FINAL                      PIC X(254).
           77  COD-AGENCIA                        PIC X(254).
           77  QTDE-PROPOSTAS                     PIC X(254).
           77  QTDE-EMPREGADOS                    PIC X(254).
           77  VLR-PREMIO-QUITADO                 PIC X(254).
           77  VLR-LIQUIDO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES-INICIAL
           ANO-MES-FINAL
           COD-AGENCIA
           QTDE-PROPOSTAS
           QTDE-EMPREGADOS
           VLR-PREMIO-QUITADO
           VLR-LIQUIDO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT R.COD_AGENCIA, COUNT(DISTINCT R.NRPROPOS) AS QTDE_PROPOSTAS, COUNT(DISTINCT R.NUM_MATRICULA) AS QTDE_EMPREGADOS, SUM(R.VLR_PREMIO_QUITADO) AS VLR_PREMIO_QUITADO, SUM(R.VLR_REMUNERACAO - R.VLR_ESTORNO) AS VLR_LIQUIDO FROM seguros.v0cef_remuneracao R WHERE R.ano_mes BETWEEN :ANO-MES-INICIAL AND :ANO-MES-FINAL GROUP BY R.COD_AGENCIA ORDER BY VLR_LIQUIDO DESC, R.COD_AGENCIA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
