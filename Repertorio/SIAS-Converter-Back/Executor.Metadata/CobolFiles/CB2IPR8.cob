       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPR8.
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
      *- CONTA CORRENTE DE RESSEGURO - CONSULTA DOS EXTRATOS DO
      *- RESSEGURADOR POR TRIMESTRE COM A SITUACAO DO ATESTO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
           77  ANO-TRIMESTRE                      PIC X(254).
           77  NUM-VERSAO                         PIC X(254).
           77  VLR-SALDO-ANTERIOR                 PIC X(254).
           77  VLR-PREMIO-CEDIDO                  PIC X(254).
           77  VLR-COMISSAO                       PIC X(254).
           77  VLR-RECUPERACAO                    PIC X(254).
           77  VLR-LIQUIDACAO                     PIC X(254).
           77  VLR-SALDO-FINAL                    PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  DT-SITUACAO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           FONTE
           NRRCAP
           ANO-TRIMESTRE
           NUM-VERSAO
           VLR-SALDO-ANTERIOR
           VLR-PREMIO-CEDIDO
           VLR-COMISSAO
           VLR-RECUPERACAO
           VLR-LIQUIDACAO
           VLR-SALDO-FINAL
           SITUACAO
           DT-SITUACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT ANO_TRIMESTRE, NUM_VERSAO, VLR_SALDO_ANTERIOR, VLR_PREMIO_CEDIDO, VLR_COMISSAO, VLR_RECUPERACAO, VLR_LIQUIDACAO, VLR_SALDO_FINAL, SITUACAO, DT_SITUACAO FROM seguros.v0resseg_extrato WHERE fonte = :FONTE AND nrrcap = :NRRCAP ORDER BY ANO_TRIMESTRE DESC, NUM_VERSAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
