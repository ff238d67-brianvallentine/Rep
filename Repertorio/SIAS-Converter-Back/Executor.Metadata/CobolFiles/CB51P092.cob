       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P092.
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
      *- RECLAMACOES - VINCULA AO CASO A SOLUCAO FINANCEIRA JA
      *- SOLICITADA - R RESTITUICAO (PENDENCIA GRAVADA POR BI16P076,
      *- GUARDA BILHETE E CONTA) OU I ISENCAO DE ACRESCIMO (SOLICITACAO
      *- GRAVADA POR CB4BP71 PARA A PARCELA DO CASO)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-RECLAMACAO                     PIC X(254).
           77  TIPO-SOLUCAO                       PIC X(254).
           77  NUM-BILHETE                        PIC X(254).
           77  SEQ-CONTA-BANCARIA                 PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-RECLAMACAO
           TIPO-SOLUCAO
           NUM-BILHETE
           SEQ-CONTA-BANCARIA
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0reclamacao R SET TIPO_SOLUCAO = :TIPO-SOLUCAO, NUM_BILHETE = CASE WHEN :TIPO-SOLUCAO = 'R' THEN :NUM-BILHETE ELSE NULL END, SEQ_CONTA_BANCARIA = CASE WHEN :TIPO-SOLUCAO = 'R' THEN :SEQ-CONTA-BANCARIA ELSE NULL END, COD_USUARIO = :COD-USUARIO, TIMESTAMP = current timestamp WHERE R.num_reclamacao = :NUM-RECLAMACAO AND R.situacao IN ('0', '1', '2') AND ((:TIPO-SOLUCAO = 'R' AND EXISTS (SELECT 1 FROM seguros.v0pagto_rest_pend T WHERE T.num_bilhete = :NUM-BILHETE AND T.seq_conta_bancaria = :SEQ-CONTA-BANCARIA)) OR (:TIPO-SOLUCAO = 'I' AND EXISTS (SELECT 1 FROM seguros.v0acrescimo_isencao I WHERE I.num_apolice = R.num_apolice AND I.nrendos = R.nrendos AND I.nrparcel = R.nrparcel))) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
