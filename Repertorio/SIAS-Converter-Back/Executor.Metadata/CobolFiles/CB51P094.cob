       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P094.
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
      *- RECLAMACOES - RELATORIO MENSAL POR CATEGORIA, RAMO/PRODUTO E
      *- CAUSA RAIZ - RECEBIDAS NO MES, RESPONDIDAS NO PRAZO E FORA DO
      *- PRAZO, MEDIA DE DIAS PARA RESPOSTA E QUANTIDADE COM
      *- RESTITUICAO OU ISENCAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  COD-CATEGORIA                      PIC X(254).
           77  RAMO                               PIC X(254).
           77  CODPRODU                           PIC X(254).
           77  COD-CAUSA-RAIZ                     PIC X(254).
           77  QTDE-RECEBIDAS                     PIC X(254).
           77  QTDE-NO-PRAZO                      PIC X(254).
           77  QTDE-FORA-PRAZO                    PIC X(254).
           77  MEDIA-DIAS-RESPOSTA                PIC X(254).
           77  QTDE-COM-SOLUCAO                   PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           COD-CATEGORIA
           RAMO
           CODPRODU
           COD-CAUSA-RAIZ
           QTDE-RECEBIDAS
           QTDE-NO-PRAZO
           QTDE-FORA-PRAZO
           MEDIA-DIAS-RESPOSTA
           QTDE-COM-SOLUCAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT R.COD_CATEGORIA, R.RAMO, R.CODPRODU, COALESCE(R.COD_CAUSA_RAIZ, 0) AS COD_CAUSA_RAIZ, COUNT(*) AS QTDE_RECEBIDAS, SUM(CASE WHEN R.DT_RESPOSTA <= R.DT_LIMITE THEN 1 ELSE 0 END) AS QTDE_NO_PRAZO, SUM(CASE WHEN R.DT_RESPOSTA > R.DT_LIMITE OR (R.DT_RESPOSTA IS NULL AND R.DT_LIMITE < :DT-FINAL) THEN 1 ELSE 0 END) AS QTDE_FORA_PRAZO, AVG(DAYS(R.DT_RESPOSTA) - DAYS(R.DT_RECEBIMENTO)) AS MEDIA_DIAS_RESPOSTA, SUM(CASE WHEN R.TIPO_SOLUCAO IN ('R', 'I') THEN 1 ELSE 0 END) AS QTDE_COM_SOLUCAO FROM seguros.v0reclamacao R WHERE R.dt_recebimento BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY R.COD_CATEGORIA, R.RAMO, R.CODPRODU, COALESCE(R.COD_CAUSA_RAIZ, 0) ORDER BY 1, 2, 3, 4 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
