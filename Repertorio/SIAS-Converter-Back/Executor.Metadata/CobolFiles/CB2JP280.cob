       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP280.
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
      *- REMUNERACAO CEF - GRAVA A FATURA MENSAL DA CEF COM O TOTAL
      *- BRUTO, O ESTORNO DE CANCELAMENTOS E O LIQUIDO DO CALCULO DO
      *- MES (CB2JP279) - VENCIMENTO NO PRIMEIRO DIA UTIL APOS O PRAZO
      *- - SITUACAO 0 EMITIDA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  NUM-FATURA                         PIC X(254).
           77  DTMOVABE                           PIC X(254).
           77  QTDIAS-PRAZO                       PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           NUM-FATURA
           DTMOVABE
           QTDIAS-PRAZO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cef_fatura (ANO_MES, NUM_FATURA, QTDE_PROPOSTAS, VLR_BRUTO, VLR_ESTORNO, VLR_LIQUIDO, DT_EMISSAO, DT_VENCTO, SITUACAO, CODUSU, TIMESTAMP) SELECT :ANO-MES, :NUM-FATURA, COUNT(*), SUM(R.VLR_REMUNERACAO), SUM(R.VLR_ESTORNO), SUM(R.VLR_REMUNERACAO - R.VLR_ESTORNO), :DTMOVABE, (SELECT MIN(K.DATA_CALEND) FROM seguros.v0calendario K WHERE K.data_calend >= (DATE(:DTMOVABE) + :QTDIAS-PRAZO DAYS) AND K.ind_dia_util = '1'), '0', :CODUSU, current timestamp FROM seguros.v0cef_remuneracao R WHERE R.ano_mes = :ANO-MES AND R.situacao = '0' AND NOT EXISTS (SELECT 1 FROM seguros.v0cef_fatura F WHERE F.ano_mes = :ANO-MES) HAVING COUNT(*) > 0 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
