       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P093.
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
      *- RECLAMACOES - CONSULTA DO CASO COM A SITUACAO DA SOLUCAO
      *- FINANCEIRA VINCULADA (RESTITUICAO OU ISENCAO)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-RECLAMACAO                     PIC X(254).
           77  ORIGEM-RECLAM                      PIC X(254).
           77  NUM-PROTOCOLO-EXT                  PIC X(254).
           77  CODCLIEN                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  COD-CATEGORIA                      PIC X(254).
           77  COD-CAUSA-RAIZ                     PIC X(254).
           77  DESCR-RECLAMACAO                   PIC X(254).
           77  DT-RECEBIMENTO                     PIC X(254).
           77  DT-LIMITE                          PIC X(254).
           77  DT-RESPOSTA                        PIC X(254).
           77  DT-ENCERRAMENTO                    PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  NIVEL-ESCALACAO                    PIC X(254).
           77  TIPO-SOLUCAO                       PIC X(254).
           77  NUM-BILHETE                        PIC X(254).
           77  SEQ-CONTA-BANCARIA                 PIC X(254).
           77  SIT-SOLUCAO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-RECLAMACAO
           ORIGEM-RECLAM
           NUM-PROTOCOLO-EXT
           CODCLIEN
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           COD-CATEGORIA
           COD-CAUSA-RAIZ
           DESCR-RECLAMACAO
           DT-RECEBIMENTO
           DT-LIMITE
           DT-RESPOSTA
           DT-ENCERRAMENTO
           SITUACAO
           NIVEL-ESCALACAO
           TIPO-SOLUCAO
           NUM-BILHETE
           SEQ-CONTA-BANCARIA
           SIT-SOLUCAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT R.NUM_RECLAMACAO, R.ORIGEM_RECLAM, R.NUM_PROTOCOLO_EXT, R.CODCLIEN, R.NUM_APOLICE, R.NRENDOS, R.NRPARCEL, R.COD_CATEGORIA, R.COD_CAUSA_RAIZ, R.DESCR_RECLAMACAO, R.DT_RECEBIMENTO, R.DT_LIMITE, R.DT_RESPOSTA, R.DT_ENCERRAMENTO, R.SITUACAO, R.NIVEL_ESCALACAO, R.TIPO_SOLUCAO, R.NUM_BILHETE, R.SEQ_CONTA_BANCARIA, CASE WHEN R.TIPO_SOLUCAO = 'R' THEN (SELECT T.SITUACAO FROM seguros.v0pagto_rest_pend T WHERE T.num_bilhete = R.num_bilhete AND T.seq_conta_bancaria = R.seq_conta_bancaria) WHEN R.TIPO_SOLUCAO = 'I' THEN (SELECT MAX(I.SITUACAO) FROM seguros.v0acrescimo_isencao I WHERE I.num_apolice = R.num_apolice AND I.nrendos = R.nrendos AND I.nrparcel = R.nrparcel) ELSE ' ' END AS SIT_SOLUCAO FROM seguros.v0reclamacao R WHERE R.num_reclamacao = :NUM-RECLAMACAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
