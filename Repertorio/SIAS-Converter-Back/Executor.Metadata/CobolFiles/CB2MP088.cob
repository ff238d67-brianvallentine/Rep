       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP088.
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
      *- CUSTO DE AQUISICAO DIFERIDO - CONSULTA DA APOLICE - CUSTO,
      *- AMORTIZACAO E SALDO POR ENDOSSO E MES
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  ANO-MES                            PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  RAMO                               PIC X(254).
           77  DTINIVIG                           PIC X(254).
           77  DTTERVIG                           PIC X(254).
           77  VLR-COMISSAO                       PIC X(254).
           77  VLR-OUTROS                         PIC X(254).
           77  VLR-DIFERIDO-MES                   PIC X(254).
           77  VLR-AMORTIZACAO                    PIC X(254).
           77  VLR-DAC-SALDO                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           ANO-MES
           NRENDOS
           RAMO
           DTINIVIG
           DTTERVIG
           VLR-COMISSAO
           VLR-OUTROS
           VLR-DIFERIDO-MES
           VLR-AMORTIZACAO
           VLR-DAC-SALDO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT ANO_MES, NRENDOS, RAMO, DTINIVIG, DTTERVIG, VLR_COMISSAO, VLR_OUTROS, VLR_DIFERIDO_MES, VLR_AMORTIZACAO, VLR_DAC_SALDO FROM seguros.v0dac_mensal WHERE num_apolice = :NUM-APOLICE ORDER BY ANO_MES, NRENDOS END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
