       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB1IPC7.
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
      *- EXTRATO BANCARIO CNAB 240 - CONCILIACAO AUTOMATICA DOS
      *- CREDITOS COM OS AVISOS DE CREDITO (V0AVISOS_SALDOS) DO MESMO
      *- BANCO E AGENCIA PELO VALOR, PELA DATA (ATE QTDIAS-TOLERANCIA
      *- DIAS ANTES DO CREDITO) E PELO DOCUMENTO QUANDO INFORMADO - SO
      *- CONCILIA QUANDO HA UM UNICO AVISO CANDIDATO AINDA NAO
      *- CONCILIADO - TIPO CHAVE A COM O NUMERO DO AVISO
      *- - AVISO CANDIDATO DE MAIS DE UM CREDITO PENDENTE FICA PARA A
      *- CONCILIACAO MANUAL (CB1IPCA)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-LANCAMENTO                      PIC X(254).
           77  QTDIAS-TOLERANCIA                  PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-LANCAMENTO
           QTDIAS-TOLERANCIA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0extrato_bco X SET TIPO_CHAVE = 'A', CHAVE_CONCIL = (SELECT CHAR(MIN(A.NRAVISO)) FROM seguros.v0avisos_saldos A WHERE A.bcoaviso = X.banco AND A.ageaviso = X.agencia AND A.sdoatu = X.vlr_lancamento AND A.dtaviso BETWEEN (X.DT_LANCAMENTO - :QTDIAS-TOLERANCIA DAYS) AND X.DT_LANCAMENTO AND (CHAR(A.NRAVISO) = X.NUM_DOCUMENTO OR X.NUM_DOCUMENTO = ' ') AND NOT EXISTS (SELECT 1 FROM seguros.v0extrato_bco Y WHERE Y.tipo_chave = 'A' AND Y.chave_concil = CHAR(A.NRAVISO) AND Y.banco = A.bcoaviso AND Y.agencia = A.ageaviso)), ORIGEM_CONCIL = 'A', DT_CONCILIACAO = current date, SITUACAO = '1', TIMESTAMP = current timestamp WHERE X.dt_lancamento <= :DT-LANCAMENTO AND X.tipo_lanc = 'C' AND X.situacao = '0' AND (SELECT COUNT(*) FROM seguros.v0avisos_saldos A WHERE A.bcoaviso = X.banco AND A.ageaviso = X.agencia AND A.sdoatu = X.vlr_lancamento AND A.dtaviso BETWEEN (X.DT_LANCAMENTO - :QTDIAS-TOLERANCIA DAYS) AND X.DT_LANCAMENTO AND (CHAR(A.NRAVISO) = X.NUM_DOCUMENTO OR X.NUM_DOCUMENTO = ' ') AND NOT EXISTS (SELECT 1 FROM seguros.v0extrato_bco Y WHERE Y.tipo_chave = 'A' AND Y.chave_concil = CHAR(A.NRAVISO) AND Y.banco = A.bcoaviso AND Y.agencia = A.ageaviso)) = 1 AND NOT EXISTS (SELECT 1 FROM seguros.v0avisos_saldos A, seguros.v0extrato_bco Z WHERE A.bcoaviso = X.banco AND A.ageaviso = X.agencia AND A.sdoatu = X.vlr_lancamento AND A.dtaviso BETWEEN (X.DT_LANCAMENTO - :QTDIAS-TOLERANCIA DAYS) AND X.DT_LANCAMENTO AND (CHAR(A.NRAVISO) = X.NUM_DOCUMENTO OR X.NUM_DOCUMENTO = ' ') AND A.bcoaviso = Z.banco AND A.ageaviso = Z.agencia AND A.sdoatu = Z.vlr_lancamento AND A.dtaviso BETWEEN (Z.DT_LANCAMENTO - :QTDIAS-TOLERANCIA DAYS) AND Z.DT_LANCAMENTO AND (CHAR(A.NRAVISO) = Z.NUM_DOCUMENTO OR Z.NUM_DOCUMENTO = ' ') AND Z.tipo_lanc = 'C' AND Z.situacao = '0' AND NOT (Z.banco = X.banco AND Z.agencia = X.agencia AND Z.num_conta = X.num_conta AND Z.dt_lancamento = X.dt_lancamento AND Z.nrseq = X.nrseq)) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
