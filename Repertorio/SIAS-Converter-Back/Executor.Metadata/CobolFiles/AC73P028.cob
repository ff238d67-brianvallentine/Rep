       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P028.
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
      *- CUMULO DE CAPITAL POR VIDA - OCORRENCIAS PENDENTES POR DESTINO
      *- (F FACULTATIVO, S SUBSCRICAO) COM DIAS DE ESPERA, DA MAIS
      *- ANTIGA PARA A MAIS RECENTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  IND-DESTINO                        PIC X(254).
           77  DTMOVABE                           PIC X(254).
           77  CPF                                PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  DT-APURACAO                        PIC X(254).
           77  VLR-CAPITAL                        PIC X(254).
           77  VLR-CUMULO                         PIC X(254).
           77  VLR-RETENCAO-VIDA                  PIC X(254).
           77  VLR-EXCEDENTE                      PIC X(254).
           77  QTDIAS-ESPERA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           IND-DESTINO
           DTMOVABE
           CPF
           NUM-APOLICE
           NRENDOS
           CODSUBES
           DT-APURACAO
           VLR-CAPITAL
           VLR-CUMULO
           VLR-RETENCAO-VIDA
           VLR-EXCEDENTE
           QTDIAS-ESPERA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT CPF, NUM_APOLICE, NRENDOS, CODSUBES, DT_APURACAO, VLR_CAPITAL, VLR_CUMULO, VLR_RETENCAO_VIDA, VLR_EXCEDENTE, (DAYS(:DTMOVABE) - DAYS(DT_APURACAO)) AS QTDIAS_ESPERA FROM seguros.v0cumulo_ocorrencia WHERE ind_destino = :IND-DESTINO AND situacao = '0' ORDER BY DT_APURACAO, CPF END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
