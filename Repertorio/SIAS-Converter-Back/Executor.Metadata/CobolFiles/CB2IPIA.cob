       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPIA.
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
      *- RESSEGURO FACULTATIVO - GRAVA A COLOCACAO DO RISCO -
      *- RESSEGURADOR (FONTE/NRRCAP DO CONTRATO FACULTATIVO),
      *- PARTICIPACAO COLOCADA, PREMIO E COMISSAO - SOMENTE PARA RISCO
      *- PENDENTE NA FILA E ATE O SALDO A COLOCAR - EXECUTAR CB2IPIB E
      *- CB2IPIC EM SEGUIDA
      *- O CONTRATO FACULTATIVO E DE UMA UNICA APOLICE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
           77  PCT-COLOCADO                       PIC X(254).
           77  VLR-COLOCADO                       PIC X(254).
           77  VLR-PREMIO                         PIC X(254).
           77  PCT-COMISSAO                       PIC X(254).
           77  VLR-COMISSAO                       PIC X(254).
           77  DT-COLOCACAO                       PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           FONTE
           NRRCAP
           PCT-COLOCADO
           VLR-COLOCADO
           VLR-PREMIO
           PCT-COMISSAO
           VLR-COMISSAO
           DT-COLOCACAO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0facult_colocacao (NUM_APOLICE, NRENDOS, FONTE, NRRCAP, PCT_COLOCADO, VLR_COLOCADO, VLR_PREMIO, PCT_COMISSAO, VLR_COMISSAO, DT_COLOCACAO, SITUACAO, COD_USUARIO, TIMESTAMP) SELECT F.NUM_APOLICE, F.NRENDOS, :FONTE, :NRRCAP, :PCT-COLOCADO, :VLR-COLOCADO, :VLR-PREMIO, :PCT-COMISSAO, :VLR-COMISSAO, :DT-COLOCACAO, '1', :COD-USUARIO, current timestamp FROM seguros.v0facult_fila F WHERE F.num_apolice = :NUM-APOLICE AND F.nrendos = :NRENDOS AND F.situacao = '0' AND :VLR-COLOCADO <= (F.VLR_FACULTATIVO - F.VLR_COLOCADO) AND EXISTS (SELECT 1 FROM seguros.v1rcap T WHERE T.fonte = :FONTE AND T.nrrcap = :NRRCAP) AND NOT EXISTS (SELECT 1 FROM seguros.v0facult_colocacao K WHERE K.fonte = :FONTE AND K.nrrcap = :NRRCAP AND K.num_apolice <> F.num_apolice) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
