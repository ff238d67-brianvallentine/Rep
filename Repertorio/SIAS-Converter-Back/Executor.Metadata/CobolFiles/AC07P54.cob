       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P54.
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
      *- REGISTRO DE OPERACOES SUSEP (SRO) - CARGA DO RETORNO DA
      *- REGISTRADORA POR REGISTRO - SITUACAO 2 ACEITO COM O PROTOCOLO
      *- OU 3 REJEITADO COM O CODIGO E O MOTIVO DA REJEICAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ID-REGISTRO                        PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  PROTOCOLO                          PIC X(254).
           77  COD-REJEICAO                       PIC X(254).
           77  DESCR-REJEICAO                     PIC X(254).
           77  DT-RETORNO                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ID-REGISTRO
           SITUACAO
           PROTOCOLO
           COD-REJEICAO
           DESCR-REJEICAO
           DT-RETORNO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0sro_registro SET SITUACAO = :SITUACAO, PROTOCOLO = :PROTOCOLO, COD_REJEICAO = CASE WHEN :SITUACAO = '3' THEN :COD-REJEICAO ELSE NULL END, DESCR_REJEICAO = CASE WHEN :SITUACAO = '3' THEN :DESCR-REJEICAO ELSE NULL END, DT_RETORNO = :DT-RETORNO, TIMESTAMP = current timestamp WHERE id_registro = :ID-REGISTRO AND situacao = '1' AND :SITUACAO IN ('2', '3') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
