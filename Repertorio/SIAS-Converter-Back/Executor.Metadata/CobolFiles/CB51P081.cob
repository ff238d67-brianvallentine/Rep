       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P081.
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
      *- OPEN INSURANCE - REGISTRA A EXTRACAO CONTRA O CONSENTIMENTO
      *- QUE A AUTORIZA - ESCOPO AP APOLICE, CB COBERTURA, PA PARCELA,
      *- PG PAGAMENTO - SO GRAVA SE O CONSENTIMENTO ESTIVER ATIVO, NAO
      *- REVOGADO, NAO EXPIRADO E COM O ESCOPO CONCEDIDO - SEM O
      *- REGISTRO A EXTRACAO NAO E EXECUTADA (CB51P082 A CB51P085)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ID-CONSENTIMENTO                   PIC X(254).
           77  ESCOPO                             PIC X(254).
           77  DT-EXTRACAO                        PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ID-CONSENTIMENTO
           ESCOPO
           DT-EXTRACAO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0openins_extracao (ID_CONSENTIMENTO, SEQ_EXTRACAO, ESCOPO, DT_EXTRACAO, QTDE_REGISTROS, COD_USUARIO, TIMESTAMP) SELECT C.ID_CONSENTIMENTO, COALESCE((SELECT MAX(X.SEQ_EXTRACAO) FROM seguros.v0openins_extracao X WHERE X.id_consentimento = C.id_consentimento), 0) + 1, :ESCOPO, :DT-EXTRACAO, 0, :COD-USUARIO, current timestamp FROM seguros.v0openins_consent C WHERE C.id_consentimento = :ID-CONSENTIMENTO AND C.situacao = '1' AND C.dt_revogacao IS NULL AND :DT-EXTRACAO BETWEEN C.dt_concessao AND C.dt_expiracao AND ((:ESCOPO = 'AP' AND C.ind_escopo_apolice = 'S') OR (:ESCOPO = 'CB' AND C.ind_escopo_cobertura = 'S') OR (:ESCOPO = 'PA' AND C.ind_escopo_parcela = 'S') OR (:ESCOPO = 'PG' AND C.ind_escopo_pagamento = 'S')) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
