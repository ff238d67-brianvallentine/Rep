       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFO.
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
      *- VISTORIA PREVIA - SOLICITACOES ENVIADAS SEM RETORNO DA EMPRESA
      *- ALEM DO PRAZO EM DIAS - PROPOSTAS PARADAS NA MESA DE LIBERACAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  QTDIAS-LIMITE                      PIC X(254).
           77  NUM-VISTORIA                       PIC X(254).
           77  FONTE                              PIC X(254).
           77  NRPROPOS                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  COD-EMPRESA-VIST                   PIC X(254).
           77  DT-ENVIO                           PIC X(254).
           77  QTDIAS-ESPERA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           QTDIAS-LIMITE
           NUM-VISTORIA
           FONTE
           NRPROPOS
           NUM-APOLICE
           COD-EMPRESA-VIST
           DT-ENVIO
           QTDIAS-ESPERA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT S.NUM_VISTORIA, S.FONTE, S.NRPROPOS, S.NUM_APOLICE, S.COD_EMPRESA_VIST, S.DT_ENVIO, (DAYS(:DTMOVABE) - DAYS(S.DT_ENVIO)) AS QTDIAS_ESPERA FROM seguros.v0vistoria S WHERE S.situacao = '1' AND (DAYS(:DTMOVABE) - DAYS(S.DT_ENVIO)) > :QTDIAS-LIMITE ORDER BY QTDIAS_ESPERA DESC, S.NUM_VISTORIA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
