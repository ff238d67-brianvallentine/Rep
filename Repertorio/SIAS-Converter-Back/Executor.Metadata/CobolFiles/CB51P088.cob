       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P088.
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
      *- RECLAMACOES - ABERTURA DO CASO LIGADO AO CLIENTE, APOLICE,
      *- ENDOSSO E PARCELA - ORIGEM, PROTOCOLO EXTERNO, CATEGORIA, DATA
      *- DE RECEBIMENTO E PRAZO DE RESPOSTA DA ORIGEM - RAMO E PRODUTO
      *- SAO GUARDADOS PARA O RELATORIO MENSAL - SITUACAO 0 ABERTA, 1
      *- EM ANALISE, 2 RESPONDIDA, 3 ENCERRADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ORIGEM-RECLAM                      PIC X(254).
           77  NUM-PROTOCOLO-EXT                  PIC X(254).
           77  CODCLIEN                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  COD-CATEGORIA                      PIC X(254).
           77  DESCR-RECLAMACAO                   PIC X(254).
           77  DT-RECEBIMENTO                     PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ORIGEM-RECLAM
           NUM-PROTOCOLO-EXT
           CODCLIEN
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           COD-CATEGORIA
           DESCR-RECLAMACAO
           DT-RECEBIMENTO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0reclamacao (NUM_RECLAMACAO, ORIGEM_RECLAM, NUM_PROTOCOLO_EXT, CODCLIEN, NUM_APOLICE, NRENDOS, NRPARCEL, RAMO, CODPRODU, COD_CATEGORIA, COD_CAUSA_RAIZ, DESCR_RECLAMACAO, DT_RECEBIMENTO, DT_LIMITE, DT_RESPOSTA, DT_ENCERRAMENTO, NIVEL_ESCALACAO, DT_ESCALACAO, TIPO_SOLUCAO, NUM_BILHETE, SEQ_CONTA_BANCARIA, SITUACAO, COD_USUARIO, TIMESTAMP) SELECT COALESCE((SELECT MAX(R.NUM_RECLAMACAO) FROM seguros.v0reclamacao R), 0) + 1, :ORIGEM-RECLAM, :NUM-PROTOCOLO-EXT, :CODCLIEN, :NUM-APOLICE, :NRENDOS, :NRPARCEL, (SELECT A.RAMO FROM seguros.v1apolice A WHERE A.num_apolice = :NUM-APOLICE), (SELECT MAX(B.CODPRODU) FROM seguros.v0apolcob B WHERE B.num_apolice = :NUM-APOLICE), :COD-CATEGORIA, NULL, :DESCR-RECLAMACAO, :DT-RECEBIMENTO, (SELECT MIN(K.DATA_CALEND) FROM seguros.v0calendario K WHERE K.data_calend >= (DATE(:DT-RECEBIMENTO) + P.QTDIAS_PRAZO DAYS) AND K.ind_dia_util = '1'), NULL, NULL, 0, NULL, 'N', NULL, NULL, '0', :COD-USUARIO, current timestamp FROM seguros.v0reclam_prazo P WHERE P.origem_reclam = :ORIGEM-RECLAM AND NOT EXISTS (SELECT 1 FROM seguros.v0reclamacao R WHERE R.origem_reclam = :ORIGEM-RECLAM AND R.num_protocolo_ext = :NUM-PROTOCOLO-EXT) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
