       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPSF.
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
      *- SALVADOS E RESSARCIMENTOS - INCLUI A RECUPERACAO PREVISTA DO
      *- SINISTRO PROPRIO - TIPO S SALVADO OU R RESSARCIMENTO CONTRA
      *- TERCEIRO, CONTRAPARTE, CPF/CNPJ E VALOR PREVISTO - SO PARA
      *- AVISO ABERTO OU ENCERRADO - SITUACAO 0 EM ABERTO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SINISTRO                       PIC X(254).
           77  TIPO-RECUP                         PIC X(254).
           77  NOME-CONTRAPARTE                   PIC X(254).
           77  CGCCPF-CONTRAPARTE                 PIC X(254).
           77  VLR-PREVISTO                       PIC X(254).
           77  DT-PREVISTA                        PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SINISTRO
           TIPO-RECUP
           NOME-CONTRAPARTE
           CGCCPF-CONTRAPARTE
           VLR-PREVISTO
           DT-PREVISTA
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0sinistro_recup (NUM_SINISTRO, OCORR_RECUP, TIPO_RECUP, NOME_CONTRAPARTE, CGCCPF_CONTRAPARTE, VLR_PREVISTO, DT_PREVISTA, VLR_RECEBIDO, SITUACAO, COD_USUARIO, TIMESTAMP) SELECT S.NUM_SINISTRO, COALESCE((SELECT MAX(R.OCORR_RECUP) FROM seguros.v0sinistro_recup R WHERE R.num_sinistro = S.num_sinistro),0) + 1, :TIPO-RECUP, :NOME-CONTRAPARTE, :CGCCPF-CONTRAPARTE, :VLR-PREVISTO, :DT-PREVISTA, 0, '0', :COD-USUARIO, current timestamp FROM seguros.v0sinistro_aviso S WHERE S.num_sinistro = :NUM-SINISTRO AND S.situacao IN ('0','1') AND :TIPO-RECUP IN ('S','R') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
