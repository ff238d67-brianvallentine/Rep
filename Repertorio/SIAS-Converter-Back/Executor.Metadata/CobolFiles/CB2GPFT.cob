       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFT.
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
      *- REGISTRO DE ARQUIVOS RECEBIDOS - FIM DA CARGA - GRAVA OS
      *- REGISTROS E O VALOR CARREGADOS E PASSA O ARQUIVO A SITUACAO 1
      *- - SO PARA ARQUIVO LIBERADO (SITUACAO 0)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-ARQUIVO                        PIC X(254).
           77  QTDE-CARREGADOS                    PIC X(254).
           77  VLR-CARREGADO                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-ARQUIVO
           QTDE-CARREGADOS
           VLR-CARREGADO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0arq_entrada SET QTDE_CARREGADOS = :QTDE-CARREGADOS, VLR_CARREGADO = :VLR-CARREGADO, DTHR_CARGA = current timestamp, SITUACAO = '1', TIMESTAMP = current timestamp WHERE num_arquivo = :NUM-ARQUIVO AND situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
