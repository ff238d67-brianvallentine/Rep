       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPSG.
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
      *- SALVADOS E RESSARCIMENTOS - ALTERA CONTRAPARTE, VALOR PREVISTO
      *- OU SITUACAO DA RECUPERACAO - 0 EM ABERTO, 3 EM COBRANCA
      *- JUDICIAL, 9 BAIXADA COMO IRRECUPERAVEL - RECUPERACAO JA
      *- RECEBIDA TOTALMENTE NAO E ALTERADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SINISTRO                       PIC X(254).
           77  OCORR-RECUP                        PIC X(254).
           77  NOME-CONTRAPARTE                   PIC X(254).
           77  CGCCPF-CONTRAPARTE                 PIC X(254).
           77  VLR-PREVISTO                       PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SINISTRO
           OCORR-RECUP
           NOME-CONTRAPARTE
           CGCCPF-CONTRAPARTE
           VLR-PREVISTO
           SITUACAO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0sinistro_recup SET NOME_CONTRAPARTE = :NOME-CONTRAPARTE, CGCCPF_CONTRAPARTE = :CGCCPF-CONTRAPARTE, VLR_PREVISTO = :VLR-PREVISTO, SITUACAO = :SITUACAO, COD_USUARIO = :COD-USUARIO, TIMESTAMP = current timestamp WHERE num_sinistro = :NUM-SINISTRO AND ocorr_recup = :OCORR-RECUP AND situacao <> '2' AND :SITUACAO IN ('0','3','9') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
