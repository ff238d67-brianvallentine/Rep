       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPS5.
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
      *- AVISO DE SINISTRO - DECISAO DO REGULADOR SOBRE O AVISO
      *- PENDENTE - 0 ACEITO PARA REGULACAO OU 9 RECUSADO - GRAVA
      *- USUARIO, DATA E JUSTIFICATIVA DA DECISAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SINISTRO                       PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  COD-USUARIO-DECISAO                PIC X(254).
           77  DT-DECISAO                         PIC X(254).
           77  JUSTIFICATIVA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SINISTRO
           SITUACAO
           COD-USUARIO-DECISAO
           DT-DECISAO
           JUSTIFICATIVA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0sinistro_aviso SET SITUACAO = :SITUACAO, COD_USUARIO_DECISAO = :COD-USUARIO-DECISAO, DT_DECISAO = :DT-DECISAO, JUSTIFICATIVA = :JUSTIFICATIVA, TIMESTAMP = current timestamp WHERE num_sinistro = :NUM-SINISTRO AND situacao = 'P' AND :SITUACAO IN ('0','9') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
