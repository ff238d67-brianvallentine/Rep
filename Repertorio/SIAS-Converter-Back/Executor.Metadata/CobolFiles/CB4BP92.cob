       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP92.
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
      *- CANCELAMENTO A PEDIDO DO CLIENTE - RELATORIO MENSAL DE
      *- RETENCAO POR MOTIVO E PRODUTO - SOLICITACOES ENCERRADAS NO
      *- PERIODO, RETIDAS, CANCELADAS E TAXA DE RETENCAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  COD-MOTIVO                         PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  CODPRODU                           PIC X(254).
           77  QTDE-SOLICITACOES                  PIC X(254).
           77  QTDE-RETIDAS                       PIC X(254).
           77  QTDE-CANCELADAS                    PIC X(254).
           77  PCT-RETENCAO                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           COD-MOTIVO
           DESCRICAO
           CODPRODU
           QTDE-SOLICITACOES
           QTDE-RETIDAS
           QTDE-CANCELADAS
           PCT-RETENCAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT S.COD_MOTIVO, M.DESCRICAO, E.CODPRODU, COUNT(*) AS QTDE_SOLICITACOES, SUM(CASE WHEN S.RESULTADO = 'R' THEN 1 ELSE 0 END) AS QTDE_RETIDAS, SUM(CASE WHEN S.RESULTADO = 'C' THEN 1 ELSE 0 END) AS QTDE_CANCELADAS, SUM(CASE WHEN S.RESULTADO = 'R' THEN 1 ELSE 0 END) * 100 / COUNT(*) AS PCT_RETENCAO FROM seguros.v0cancel_solic S, seguros.v0cancel_motivo M, seguros.v1endosso E WHERE S.situacao = '2' AND S.dt_encerramento BETWEEN :DT-INICIAL AND :DT-FINAL AND M.cod_motivo = S.cod_motivo AND E.num_apolice = S.num_apolice AND E.nrendos = 0 GROUP BY S.COD_MOTIVO, M.DESCRICAO, E.CODPRODU ORDER BY S.COD_MOTIVO, E.CODPRODU END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
