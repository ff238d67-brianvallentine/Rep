       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPS4.
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
      *- AVISO DE SINISTRO - FILA DO REGULADOR - AVISOS PENDENTES DE
      *- ANALISE POR FALHA EM ALGUMA CRITICA DE ENTRADA, DO MAIS ANTIGO
      *- PARA O MAIS RECENTE, COM OS DIAS DE ESPERA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  NUM-SINISTRO                       PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NUM-ITEM                           PIC X(254).
           77  COD-COBERTURA                      PIC X(254).
           77  DATA-SINISTRO                      PIC X(254).
           77  VLR-ESTIMADO                       PIC X(254).
           77  IND-VIGENCIA                       PIC X(254).
           77  IND-COBERTURA                      PIC X(254).
           77  QTDE-PARC-ABERTA                   PIC X(254).
           77  QTDIAS-ESPERA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           NUM-SINISTRO
           NUM-APOLICE
           NRENDOS
           NUM-ITEM
           COD-COBERTURA
           DATA-SINISTRO
           VLR-ESTIMADO
           IND-VIGENCIA
           IND-COBERTURA
           QTDE-PARC-ABERTA
           QTDIAS-ESPERA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT NUM_SINISTRO, NUM_APOLICE, NRENDOS, NUM_ITEM, COD_COBERTURA, DATA_SINISTRO, VLR_ESTIMADO, IND_VIGENCIA, IND_COBERTURA, QTDE_PARC_ABERTA, (DAYS(:DTMOVABE) - DAYS(DATA_AVISO)) AS QTDIAS_ESPERA FROM seguros.v0sinistro_aviso WHERE situacao = 'P' ORDER BY DATA_AVISO, NUM_SINISTRO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
