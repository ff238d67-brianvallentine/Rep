       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC74P013.
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
      *- AUDITORIA DO PREMIO TARIFARIO - LISTA DAS DIVERGENCIAS
      *- PENDENTES DO PERIODO COM PREMIO GRAVADO, PREMIO PELA TABELA E
      *- DIFERENCA - MAIOR DIFERENCA PRIMEIRO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  RAMO                               PIC X(254).
           77  MODALIDA                           PIC X(254).
           77  CODPRODU                           PIC X(254).
           77  CODCORR                            PIC X(254).
           77  SISTEMA-ORIGEM                     PIC X(254).
           77  TIPO-DIVERGENCIA                   PIC X(254).
           77  PRM-ARMAZENADO                     PIC X(254).
           77  PRM-CALCULADO                      PIC X(254).
           77  VLR-DIFERENCA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           DTMOVTO
           NUM-APOLICE
           NRENDOS
           RAMO
           MODALIDA
           CODPRODU
           CODCORR
           SISTEMA-ORIGEM
           TIPO-DIVERGENCIA
           PRM-ARMAZENADO
           PRM-CALCULADO
           VLR-DIFERENCA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT A.DTMOVTO, A.NUM_APOLICE, A.NRENDOS, A.RAMO, A.MODALIDA, A.CODPRODU, A.CODCORR, A.SISTEMA_ORIGEM, A.TIPO_DIVERGENCIA, A.PRM_ARMAZENADO, A.PRM_CALCULADO, A.VLR_DIFERENCA FROM seguros.v0tarifa_auditoria A WHERE A.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL AND A.situacao = '0' ORDER BY ABS(A.VLR_DIFERENCA) DESC, A.NUM_APOLICE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
