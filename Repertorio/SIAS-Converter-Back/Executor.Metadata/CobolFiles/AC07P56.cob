       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P56.
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
      *- REGISTRO DE OPERACOES SUSEP (SRO) - CONCILIACAO - PENDENCIA A
      *- REGISTRO SEM ACEITE COM PRAZO VENCIDO, R REJEITADO PELA
      *- REGISTRADORA (COM O MOTIVO) E F ACEITO FORA DO PRAZO NO
      *- PERIODO - DIAS DE ATRASO SOBRE O LIMITE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  ID-REGISTRO                        PIC X(254).
           77  TIPO-REGISTRO                      PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NUM-ITEM                           PIC X(254).
           77  COD-COBERTURA                      PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  DT-EVENTO                          PIC X(254).
           77  DT-LIMITE                          PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  COD-REJEICAO                       PIC X(254).
           77  DESCR-REJEICAO                     PIC X(254).
           77  QTDE-ENVIOS                        PIC X(254).
           77  TIPO-PENDENCIA                     PIC X(254).
           77  QTDIAS-ATRASO                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           DT-INICIAL
           DT-FINAL
           ID-REGISTRO
           TIPO-REGISTRO
           NUM-APOLICE
           NRENDOS
           NUM-ITEM
           COD-COBERTURA
           NRPARCEL
           DT-EVENTO
           DT-LIMITE
           SITUACAO
           COD-REJEICAO
           DESCR-REJEICAO
           QTDE-ENVIOS
           TIPO-PENDENCIA
           QTDIAS-ATRASO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT R.ID_REGISTRO, R.TIPO_REGISTRO, R.NUM_APOLICE, R.NRENDOS, R.NUM_ITEM, R.COD_COBERTURA, R.NRPARCEL, R.DT_EVENTO, R.DT_LIMITE, R.SITUACAO, R.COD_REJEICAO, R.DESCR_REJEICAO, R.QTDE_ENVIOS, CASE WHEN R.SITUACAO = '3' THEN 'R' WHEN R.SITUACAO = '2' THEN 'F' ELSE 'A' END AS TIPO_PENDENCIA, DAYS(COALESCE(R.DT_RETORNO, :DTMOVABE)) - DAYS(R.DT_LIMITE) AS QTDIAS_ATRASO FROM seguros.v0sro_registro R WHERE R.situacao = '3' OR (R.situacao IN ('0', '1') AND R.dt_limite < :DTMOVABE) OR (R.situacao = '2' AND R.dt_retorno > R.dt_limite AND R.dt_retorno BETWEEN :DT-INICIAL AND :DT-FINAL) ORDER BY TIPO_PENDENCIA, R.DT_LIMITE, R.ID_REGISTRO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
