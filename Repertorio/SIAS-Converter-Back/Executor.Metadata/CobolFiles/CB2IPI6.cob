       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPI6.
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
      *- RESSEGURO FACULTATIVO - APURA NA EMISSAO O EXCEDENTE ALEM DA
      *- RETENCAO (CB2IPI3) E DA CAPACIDADE DISPONIVEL DO TRATADO
      *- PADRAO (CB2IPI4) - VLR_FACULTATIVO MAIOR QUE ZERO EXIGE GRAVAR
      *- O RISCO NA FILA DE COLOCACAO POR CB2IPI7 E CEDER AO TRATADO
      *- POR CB2IPI5 SOMENTE A CAPACIDADE DISPONIVEL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  RAMO                               PIC X(254).
           77  MODALIDA                           PIC X(254).
           77  DT-EMISSAO                         PIC X(254).
           77  VLR-RISCO                          PIC X(254).
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
           77  VLR-RETENCAO                       PIC X(254).
           77  VLR-CAPACIDADE                     PIC X(254).
           77  VLR-CESSAO-TRATADO                 PIC X(254).
           77  VLR-FACULTATIVO                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           RAMO
           MODALIDA
           DT-EMISSAO
           VLR-RISCO
           FONTE
           NRRCAP
           VLR-RETENCAO
           VLR-CAPACIDADE
           VLR-CESSAO-TRATADO
           VLR-FACULTATIVO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.FONTE, X.NRRCAP, X.VLR_RETENCAO, X.VLR_CAPACIDADE, CASE WHEN :VLR-RISCO - X.VLR_RETENCAO <= 0 THEN 0 WHEN :VLR-RISCO - X.VLR_RETENCAO <= X.VLR_CAPACIDADE THEN :VLR-RISCO - X.VLR_RETENCAO ELSE X.VLR_CAPACIDADE END AS VLR_CESSAO_TRATADO, CASE WHEN :VLR-RISCO - X.VLR_RETENCAO - X.VLR_CAPACIDADE > 0 THEN :VLR-RISCO - X.VLR_RETENCAO - X.VLR_CAPACIDADE ELSE 0 END AS VLR_FACULTATIVO FROM (SELECT R.FONTE, R.NRRCAP, R.VLR_RETENCAO, CASE WHEN COALESCE((SELECT V.VLRCAP - COALESCE((SELECT SUM(C.VLRCAP) FROM seguros.v1rcapcomp C WHERE C.fonte = V.fonte AND C.nrrcap = V.nrrcap AND C.situacao <> '2' AND C.operacao IN (SELECT O.OPERACAO FROM seguros.v0operacao O WHERE O.categoria = 'CESSAO')),0) FROM seguros.v1rcap_versao V WHERE V.fonte = R.fonte AND V.nrrcap = R.nrrcap AND :DT-EMISSAO BETWEEN V.dtinivig AND V.dttervig),0) > 0 THEN COALESCE((SELECT V.VLRCAP - COALESCE((SELECT SUM(C.VLRCAP) FROM seguros.v1rcapcomp C WHERE C.fonte = V.fonte AND C.nrrcap = V.nrrcap AND C.situacao <> '2' AND C.operacao IN (SELECT O.OPERACAO FROM seguros.v0operacao O WHERE O.categoria = 'CESSAO')),0) FROM seguros.v1rcap_versao V WHERE V.fonte = R.fonte AND V.nrrcap = R.nrrcap AND :DT-EMISSAO BETWEEN V.dtinivig AND V.dttervig),0) ELSE 0 END AS VLR_CAPACIDADE FROM seguros.v0retencao_param R WHERE R.ramo = :RAMO AND R.modalida = :MODALIDA AND R.situacao = '1') X END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
