       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPR6.
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
      *- CONTA CORRENTE DE RESSEGURO - GRAVA O CONTROLE DE GERACAO DO
      *- ARQUIVO DO EXTRATO - QUANTIDADE DE LINHAS E SALDO FINAL TOTAL
      *- DO TRAILER
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-TRIMESTRE                      PIC X(254).
           77  DT-GERACAO                         PIC X(254).
           77  QTDE-LINHAS                        PIC X(254).
           77  VLR-TOTAL                          PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-TRIMESTRE
           DT-GERACAO
           QTDE-LINHAS
           VLR-TOTAL
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0resseg_extrato_ctrl (ANO_TRIMESTRE, DT_GERACAO, QTDE_LINHAS, VLR_TOTAL, SITUACAO, CODUSU, TIMESTAMP) VALUES (:ANO-TRIMESTRE, :DT-GERACAO, :QTDE-LINHAS, :VLR-TOTAL, '0', :CODUSU, current timestamp) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
