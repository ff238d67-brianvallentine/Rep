       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP89.
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
      *- CANCELAMENTO A PEDIDO DO CLIENTE - REGISTRA A OFERTA DE
      *- RETENCAO - TIPO_OFERTA D DESCONTO (LIMITADO A ALCADA DO
      *- USUARIO NO RAMO E PRODUTO DA APOLICE - AC74P004), V TROCA DE
      *- DATA DE VENCIMENTO OU P TROCA DE PLANO - SITUACAO PASSA A 1
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SOLICITACAO                    PIC X(254).
           77  TIPO-OFERTA                        PIC X(254).
           77  PCT-DESCONTO                       PIC X(254).
           77  DESCR-OFERTA                       PIC X(254).
           77  NIVEL-USUARIO                      PIC X(254).
           77  CODUSU-RETENCAO                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SOLICITACAO
           TIPO-OFERTA
           PCT-DESCONTO
           DESCR-OFERTA
           NIVEL-USUARIO
           CODUSU-RETENCAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cancel_solic S SET TIPO_OFERTA = :TIPO-OFERTA, PCT_DESCONTO = :PCT-DESCONTO, DESCR_OFERTA = :DESCR-OFERTA, CODUSU_RETENCAO = :CODUSU-RETENCAO, SITUACAO = '1', TIMESTAMP = current timestamp WHERE S.num_solicitacao = :NUM-SOLICITACAO AND S.situacao IN ('0', '1') AND :TIPO-OFERTA IN ('D', 'V', 'P') AND (:TIPO-OFERTA <> 'D' OR :PCT-DESCONTO <= (SELECT D.PCT_DESCONTO_MAX FROM seguros.v1endosso E, seguros.v0desconto_alcada D WHERE E.num_apolice = S.num_apolice AND E.nrendos = 0 AND D.ramo = E.ramo AND D.codprodu = E.codprodu AND D.nivel_usuario = :NIVEL-USUARIO)) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
