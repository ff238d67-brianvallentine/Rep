       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP281.
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
      *- REMUNERACAO CEF - DEMONSTRATIVO DA FATURA POR AGENCIA -
      *- QUANTIDADE DE PROPOSTAS, PREMIO QUITADO E RESTITUIDO,
      *- REMUNERACAO, ESTORNO E LIQUIDO DO MES
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  COD-AGENCIA                        PIC X(254).
           77  QTDE-PROPOSTAS                     PIC X(254).
           77  VLR-PREMIO-QUITADO                 PIC X(254).
           77  VLR-PREMIO-RESTITUIDO              PIC X(254).
           77  VLR-REMUNERACAO                    PIC X(254).
           77  VLR-ESTORNO                        PIC X(254).
           77  VLR-LIQUIDO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           COD-AGENCIA
           QTDE-PROPOSTAS
           VLR-PREMIO-QUITADO
           VLR-PREMIO-RESTITUIDO
           VLR-REMUNERACAO
           VLR-ESTORNO
           VLR-LIQUIDO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT R.COD_AGENCIA, COUNT(*) AS QTDE_PROPOSTAS, SUM(R.VLR_PREMIO_QUITADO) AS VLR_PREMIO_QUITADO, SUM(R.VLR_PREMIO_RESTITUIDO) AS VLR_PREMIO_RESTITUIDO, SUM(R.VLR_REMUNERACAO) AS VLR_REMUNERACAO, SUM(R.VLR_ESTORNO) AS VLR_ESTORNO, SUM(R.VLR_REMUNERACAO - R.VLR_ESTORNO) AS VLR_LIQUIDO FROM seguros.v0cef_remuneracao R WHERE R.ano_mes = :ANO-MES GROUP BY R.COD_AGENCIA ORDER BY R.COD_AGENCIA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
