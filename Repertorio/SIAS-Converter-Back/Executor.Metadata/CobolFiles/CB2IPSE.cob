       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPSE.
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
      *- LEDGER DE SINISTRO - GRAVA A PSL MENSAL POR RAMO APURADA POR
      *- CB2IPSD NA DATA BASE DO FECHAMENTO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  RAMO                               PIC X(254).
           77  VLR-PSL                            PIC X(254).
           77  QTDE-SINISTROS                     PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           RAMO
           VLR-PSL
           QTDE-SINISTROS
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0psl_mensal (ANO_MES, RAMO, VLR_PSL, QTDE_SINISTROS, SITUACAO, CODUSU, TIMESTAMP) VALUES (:ANO-MES, :RAMO, :VLR-PSL, :QTDE-SINISTROS, '0', :CODUSU, current timestamp) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
