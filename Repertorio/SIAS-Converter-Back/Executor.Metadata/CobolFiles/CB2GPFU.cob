       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFU.
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
      *- REGISTRO DE ARQUIVOS RECEBIDOS - ARQUIVOS ESPERADOS E NAO
      *- RECEBIDOS ATE O HORARIO DE CORTE DA DATA - INTERFACES DIARIAS
      *- (D) E DE DIA UTIL (U) QUANDO A DATA E DIA UTIL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
           77  HORA-REFERENCIA                    PIC X(254).
           77  COD-INTERFACE                      PIC X(254).
           77  DESCR-INTERFACE                    PIC X(254).
           77  REMETENTE                          PIC X(254).
           77  HORA-CORTE                         PIC X(254).
           77  DT-ULTIMO-ARQUIVO                  PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO
           HORA-REFERENCIA
           COD-INTERFACE
           DESCR-INTERFACE
           REMETENTE
           HORA-CORTE
           DT-ULTIMO-ARQUIVO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT I.COD_INTERFACE, I.DESCR_INTERFACE, I.REMETENTE, I.HORA_CORTE, (SELECT MAX(A.DT_ARQUIVO) FROM seguros.v0arq_entrada A WHERE A.cod_interface = I.cod_interface AND A.situacao IN ('0', '1')) AS DT_ULTIMO_ARQUIVO FROM seguros.v0interf_entrada I WHERE I.situacao = '1' AND I.hora_corte <= :HORA-REFERENCIA AND (I.ind_periodicidade = 'D' OR (I.ind_periodicidade = 'U' AND EXISTS (SELECT 1 FROM seguros.v0calendario K WHERE K.data_calend = :DTMOVTO AND K.ind_dia_util = '1'))) AND NOT EXISTS (SELECT 1 FROM seguros.v0arq_entrada A WHERE A.cod_interface = I.cod_interface AND A.dt_arquivo = :DTMOVTO AND A.situacao IN ('0', '1')) ORDER BY I.HORA_CORTE, I.COD_INTERFACE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
