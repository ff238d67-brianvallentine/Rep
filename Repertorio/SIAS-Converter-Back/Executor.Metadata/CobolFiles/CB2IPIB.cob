       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPIB.
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
      *- RESSEGURO FACULTATIVO - GRAVA A VERSAO DO CONTRATO FACULTATIVO
      *- COM A VIGENCIA DO ENDOSSO, O VALOR COLOCADO, A PARTICIPACAO E
      *- A COMISSAO - A CESSAO E GRAVADA EM SEGUIDA POR CB2IPI5 COM A
      *- MESMA FONTE/NRRCAP, E A RECUPERACAO (CB2IPD8/CB2IPD9) E O
      *- EXTRATO TRIMESTRAL (CB2IPR2) PASSAM A TRATA-LA COMO OS
      *- TRATADOS
      *- RECUSA CONTRATO JA COLOCADO PARA OUTRA APOLICE OU COM VERSAO
      *- DE VIGENCIA SOBREPOSTA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
           77  NUM-VERSAO                         PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  PCT-COLOCADO                       PIC X(254).
           77  VLR-COLOCADO                       PIC X(254).
           77  PCT-COMISSAO                       PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           FONTE
           NRRCAP
           NUM-VERSAO
           NUM-APOLICE
           NRENDOS
           PCT-COLOCADO
           VLR-COLOCADO
           PCT-COMISSAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v1rcap_versao (FONTE, NRRCAP, NUM_VERSAO, DTINIVIG, DTTERVIG, VLRCAP, PCT_CESSAO, PCT_COMIS_RESSEG, SIT_RENOVACAO, CODUSU, TIMESTAMP) SELECT :FONTE, :NRRCAP, :NUM-VERSAO, E.DTINIVIG, E.DTTERVIG, :VLR-COLOCADO, :PCT-COLOCADO, :PCT-COMISSAO, '1', :CODUSU, current timestamp FROM seguros.v1endosso E WHERE E.num_apolice = :NUM-APOLICE AND E.nrendos = :NRENDOS AND NOT EXISTS (SELECT 1 FROM seguros.v1rcap_versao X WHERE X.fonte = :FONTE AND X.nrrcap = :NRRCAP AND (X.num_versao = :NUM-VERSAO OR (X.dtinivig <= E.dttervig AND X.dttervig >= E.dtinivig))) AND NOT EXISTS (SELECT 1 FROM seguros.v0facult_colocacao K WHERE K.fonte = :FONTE AND K.nrrcap = :NRRCAP AND K.num_apolice <> :NUM-APOLICE) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
