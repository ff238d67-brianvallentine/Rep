       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP284.
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
      *- REMUNERACAO CEF - MARCA O CALCULO DO MES COMO FATURADO E PAGO
      *- APOS A BAIXA DA FATURA (CB2JP283) - SITUACAO 1
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cef_remuneracao SET SITUACAO = '1', TIMESTAMP = current timestamp WHERE ano_mes = :ANO-MES AND situacao = '0' AND EXISTS (SELECT 1 FROM seguros.v0cef_fatura F WHERE F.ano_mes = :ANO-MES AND F.situacao = '1') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
