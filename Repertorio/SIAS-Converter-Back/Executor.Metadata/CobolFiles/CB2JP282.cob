       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP282.
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
      *- REMUNERACAO CEF - DETALHE DA FATURA POR PROPOSTA - AGENCIA,
      *- MATRICULA DO EMPREGADO, APOLICE, VLR_COMIS_CEF, PREMIOS E
      *- VALORES DO MES
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  COD-AGENCIA                        PIC X(254).
           77  NUM-MATRICULA                      PIC X(254).
           77  FONTE                              PIC X(254).
           77  NRPROPOS                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  VLR-COMIS-CEF                      PIC X(254).
           77  VLR-PREMIO-EMITIDO                 PIC X(254).
           77  VLR-PREMIO-QUITADO                 PIC X(254).
           77  VLR-PREMIO-RESTITUIDO              PIC X(254).
           77  VLR-REMUNERACAO                    PIC X(254).
           77  VLR-ESTORNO                        PIC X(254).
           77  VLR-LIQUIDO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           COD-AGENCIA
           NUM-MATRICULA
           FONTE
           NRPROPOS
           NUM-APOLICE
           VLR-COMIS-CEF
           VLR-PREMIO-EMITIDO
           VLR-PREMIO-QUITADO
           VLR-PREMIO-RESTITUIDO
           VLR-REMUNERACAO
           VLR-ESTORNO
           VLR-LIQUIDO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT R.COD_AGENCIA, R.NUM_MATRICULA, R.FONTE, R.NRPROPOS, R.NUM_APOLICE, R.VLR_COMIS_CEF, R.VLR_PREMIO_EMITIDO, R.VLR_PREMIO_QUITADO, R.VLR_PREMIO_RESTITUIDO, R.VLR_REMUNERACAO, R.VLR_ESTORNO, (R.VLR_REMUNERACAO - R.VLR_ESTORNO) AS VLR_LIQUIDO FROM seguros.v0cef_remuneracao R WHERE R.ano_mes = :ANO-MES AND (R.cod_agencia = :COD-AGENCIA OR :COD-AGENCIA = 0) ORDER BY R.COD_AGENCIA, R.NUM_MATRICULA, R.NRPROPOS END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
