       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPI8.
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
      *- RESSEGURO FACULTATIVO - FILA DE COLOCACAO PENDENTE PARA A AREA
      *- DE RESSEGURO - EXCEDENTE, JA COLOCADO, SALDO A COLOCAR E DIAS
      *- DE ESPERA DO MAIS ANTIGO PARA O MAIS RECENTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  RAMO                               PIC X(254).
           77  VLR-RISCO                          PIC X(254).
           77  VLR-FACULTATIVO                    PIC X(254).
           77  VLR-COLOCADO                       PIC X(254).
           77  VLR-A-COLOCAR                      PIC X(254).
           77  QTDIAS-ESPERA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           NUM-APOLICE
           NRENDOS
           RAMO
           VLR-RISCO
           VLR-FACULTATIVO
           VLR-COLOCADO
           VLR-A-COLOCAR
           QTDIAS-ESPERA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT NUM_APOLICE, NRENDOS, RAMO, VLR_RISCO, VLR_FACULTATIVO, VLR_COLOCADO, (VLR_FACULTATIVO - VLR_COLOCADO) AS VLR_A_COLOCAR, (DAYS(:DTMOVABE) - DAYS(DT_INCLUSAO)) AS QTDIAS_ESPERA FROM seguros.v0facult_fila WHERE situacao = '0' ORDER BY DT_INCLUSAO, NUM_APOLICE, NRENDOS END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
