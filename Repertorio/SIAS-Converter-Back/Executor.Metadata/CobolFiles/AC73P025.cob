       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P025.
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
      *- CUMULO DE CAPITAL POR VIDA - SOMA O CAPITAL SEGURADO DO CPF EM
      *- TODAS AS APOLICES INDIVIDUAIS E CERTIFICADOS VIGENTES NA DATA
      *- MAIS O CAPITAL NOVO - EXECUTAR NA EMISSAO E ANTES DA INCLUSAO
      *- DE VIDA POR AC73P009 - IND_DESTINO N DENTRO DA RETENCAO, F
      *- EXCEDE A RETENCAO POR VIDA (COLOCACAO FACULTATIVA), S EXCEDE O
      *- LIMITE DE SUBSCRICAO - F OU S EXIGE GRAVAR A OCORRENCIA POR
      *- AC73P027
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CPF                                PIC X(254).
           77  DT-REFERENCIA                      PIC X(254).
           77  VLR-CAPITAL                        PIC X(254).
           77  VLR-CUMULO-ATUAL                   PIC X(254).
           77  VLR-CUMULO-TOTAL                   PIC X(254).
           77  VLR-RETENCAO-VIDA                  PIC X(254).
           77  VLR-LIMITE-SUBSCRICAO              PIC X(254).
           77  VLR-EXCEDENTE                      PIC X(254).
           77  IND-DESTINO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CPF
           DT-REFERENCIA
           VLR-CAPITAL
           VLR-CUMULO-ATUAL
           VLR-CUMULO-TOTAL
           VLR-RETENCAO-VIDA
           VLR-LIMITE-SUBSCRICAO
           VLR-EXCEDENTE
           IND-DESTINO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.CPF, X.VLR_CUMULO_ATUAL, (X.VLR_CUMULO_ATUAL + :VLR-CAPITAL) AS VLR_CUMULO_TOTAL, P.VLR_RETENCAO_VIDA, P.VLR_LIMITE_SUBSCRICAO, CASE WHEN X.VLR_CUMULO_ATUAL + :VLR-CAPITAL > P.VLR_RETENCAO_VIDA THEN (X.VLR_CUMULO_ATUAL + :VLR-CAPITAL - P.VLR_RETENCAO_VIDA) ELSE 0 END AS VLR_EXCEDENTE, CASE WHEN X.VLR_CUMULO_ATUAL + :VLR-CAPITAL > P.VLR_LIMITE_SUBSCRICAO THEN 'S' WHEN X.VLR_CUMULO_ATUAL + :VLR-CAPITAL > P.VLR_RETENCAO_VIDA THEN 'F' ELSE 'N' END AS IND_DESTINO FROM (SELECT :CPF AS CPF, (COALESCE((SELECT SUM(K.VLR_CAPITAL) FROM seguros.v0cumulo_capital K WHERE K.cpf = :CPF AND K.situacao = '1' AND :DT-REFERENCIA BETWEEN K.dtinivig AND K.dttervig), 0) + COALESCE((SELECT SUM(I.VLR_CAPITAL) FROM seguros.v0vidas_movto I WHERE I.cpf = :CPF AND I.tipo_movto = 'I' AND I.dt_movto <= :DT-REFERENCIA AND NOT EXISTS (SELECT 1 FROM seguros.v0vidas_movto E WHERE E.num_apolice = I.num_apolice AND E.codsubes = I.codsubes AND E.cpf = I.cpf AND E.tipo_movto = 'E' AND E.dt_movto > I.dt_movto AND E.dt_movto <= :DT-REFERENCIA)), 0)) AS VLR_CUMULO_ATUAL FROM SYSIBM.SYSDUMMY1) X, seguros.v0cumulo_param P WHERE :DT-REFERENCIA BETWEEN P.dtinivig AND P.dttervig END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
