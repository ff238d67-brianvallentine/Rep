       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP88.
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
      *- CANCELAMENTO A PEDIDO DO CLIENTE - REGISTRA A SOLICITACAO COM
      *- MOTIVO, CANAL (T TELEFONE, E EMAIL, A AGENCIA, W INTERNET),
      *- DATA DO PEDIDO E DATA DESEJADA - SITUACAO 0 ABERTA, 1 EM
      *- RETENCAO, 2 ENCERRADA - UMA SOLICITACAO EM ABERTO POR APOLICE
      *- NAO CANCELADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SOLICITACAO                    PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  COD-MOTIVO                         PIC X(254).
           77  CANAL                              PIC X(254).
           77  DT-SOLICITACAO                     PIC X(254).
           77  DT-CANCELAMENTO                    PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SOLICITACAO
           NUM-APOLICE
           COD-MOTIVO
           CANAL
           DT-SOLICITACAO
           DT-CANCELAMENTO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cancel_solic (NUM_SOLICITACAO, NUM_APOLICE, COD_MOTIVO, CANAL, DT_SOLICITACAO, DT_CANCELAMENTO, TIPO_OFERTA, PCT_DESCONTO, DESCR_OFERTA, CODUSU_RETENCAO, RESULTADO, NRENDOS_CANCEL, DT_ENCERRAMENTO, SITUACAO, CODUSU, TIMESTAMP) SELECT :NUM-SOLICITACAO, A.NUM_APOLICE, :COD-MOTIVO, :CANAL, :DT-SOLICITACAO, :DT-CANCELAMENTO, NULL, 0, NULL, NULL, NULL, NULL, NULL, '0', :CODUSU, current timestamp FROM seguros.v1apolice A WHERE A.num_apolice = :NUM-APOLICE AND A.situacao <> '2' AND :CANAL IN ('T', 'E', 'A', 'W') AND EXISTS (SELECT 1 FROM seguros.v0cancel_motivo M WHERE M.cod_motivo = :COD-MOTIVO AND M.situacao = '1') AND NOT EXISTS (SELECT 1 FROM seguros.v0cancel_solic S WHERE S.num_apolice = :NUM-APOLICE AND S.situacao IN ('0', '1')) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
