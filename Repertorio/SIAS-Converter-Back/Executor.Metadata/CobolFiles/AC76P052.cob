       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P052.
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
      *- EFD-REINF - LOG DOS RETORNOS DA RECEITA - GRAVA CADA RECIBO OU
      *- OCORRENCIA DEVOLVIDA PARA O EVENTO - COD_RETORNO ZERO ACEITO,
      *- DIFERENTE DE ZERO REJEITADO COM A DESCRICAO DA OCORRENCIA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  TIPO-EVENTO                        PIC X(254).
           77  CGCCPF                             PIC X(254).
           77  NUM-SEQ                            PIC X(254).
           77  NRRECIBO                           PIC X(254).
           77  DT-PROCESSAMENTO                   PIC X(254).
           77  COD-RETORNO                        PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           TIPO-EVENTO
           CGCCPF
           NUM-SEQ
           NRRECIBO
           DT-PROCESSAMENTO
           COD-RETORNO
           DESCRICAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0reinf_recibo (ANO_MES, TIPO_EVENTO, CGCCPF, NUM_SEQ, NRRECIBO, DT_PROCESSAMENTO, COD_RETORNO, DESCRICAO, CODUSU, TIMESTAMP) VALUES (:ANO-MES, :TIPO-EVENTO, :CGCCPF, :NUM-SEQ, :NRRECIBO, :DT-PROCESSAMENTO, :COD-RETORNO, :DESCRICAO, :CODUSU, current timestamp) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
