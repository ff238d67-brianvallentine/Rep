       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P089.
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
      *- RECLAMACOES - ANDAMENTO DO CASO - SO AVANCA UMA SITUACAO POR
      *- VEZ (0 ABERTA, 1 EM ANALISE, 2 RESPONDIDA, 3 ENCERRADA) -
      *- GRAVA A DATA DA RESPOSTA E, NO ENCERRAMENTO, A DATA E A CAUSA
      *- RAIZ
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-RECLAMACAO                     PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  COD-CAUSA-RAIZ                     PIC X(254).
           77  DTMOVABE                           PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-RECLAMACAO
           SITUACAO
           COD-CAUSA-RAIZ
           DTMOVABE
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0reclamacao SET SITUACAO = :SITUACAO, DT_RESPOSTA = CASE WHEN :SITUACAO = '2' THEN DATE(:DTMOVABE) ELSE DT_RESPOSTA END, DT_ENCERRAMENTO = CASE WHEN :SITUACAO = '3' THEN DATE(:DTMOVABE) ELSE DT_ENCERRAMENTO END, COD_CAUSA_RAIZ = CASE WHEN :SITUACAO = '3' THEN :COD-CAUSA-RAIZ ELSE COD_CAUSA_RAIZ END, COD_USUARIO = :COD-USUARIO, TIMESTAMP = current timestamp WHERE num_reclamacao = :NUM-RECLAMACAO AND ((situacao = '0' AND :SITUACAO = '1') OR (situacao = '1' AND :SITUACAO = '2') OR (situacao = '2' AND :SITUACAO = '3')) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
