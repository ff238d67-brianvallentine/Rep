       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPS3.
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
      *- AVISO DE SINISTRO - CONSULTA DOS AVISOS DA APOLICE COM O
      *- RESULTADO DAS CRITICAS DE ENTRADA E A SITUACAO ATUAL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NUM-SINISTRO                       PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NUM-ITEM                           PIC X(254).
           77  COD-COBERTURA                      PIC X(254).
           77  DATA-SINISTRO                      PIC X(254).
           77  DATA-AVISO                         PIC X(254).
           77  VLR-ESTIMADO                       PIC X(254).
           77  IND-VIGENCIA                       PIC X(254).
           77  IND-COBERTURA                      PIC X(254).
           77  QTDE-PARC-ABERTA                   PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NUM-SINISTRO
           NRENDOS
           NUM-ITEM
           COD-COBERTURA
           DATA-SINISTRO
           DATA-AVISO
           VLR-ESTIMADO
           IND-VIGENCIA
           IND-COBERTURA
           QTDE-PARC-ABERTA
           SITUACAO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT NUM_SINISTRO, NRENDOS, NUM_ITEM, COD_COBERTURA, DATA_SINISTRO, DATA_AVISO, VLR_ESTIMADO, IND_VIGENCIA, IND_COBERTURA, QTDE_PARC_ABERTA, SITUACAO, COD_USUARIO FROM seguros.v0sinistro_aviso WHERE num_apolice = :NUM-APOLICE ORDER BY DATA_SINISTRO DESC, NUM_SINISTRO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
