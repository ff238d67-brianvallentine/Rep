       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P040.
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
      *- ATUALIZACAO MONETARIA ANUAL - APOLICES DOS RAMOS
      *- PARAMETRIZADOS COM ANIVERSARIO NO MES DE DT-INICIAL AINDA NAO
      *- ATUALIZADAS - FATOR ACUMULADO DO INDICE ENTRE O ANIVERSARIO
      *- ANTERIOR E O ATUAL, CAPITAL DA APOLICE INDIVIDUAL
      *- (V0CUMULO_CAPITAL) OU DAS VIDAS ATIVAS DO VIDA EM GRUPO E
      *- PREMIO DAS PARCELAS FUTURAS ANTES E DEPOIS - EXECUTAR NO MES
      *- ANTERIOR AO ANIVERSARIO PARA O AVISO CHEGAR ANTES DO PRIMEIRO
      *- DEBITO - PARA CADA LINHA EXECUTAR AC73P041 A AC73P049
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  RAMO                               PIC X(254).
           77  DT-ANIVERSARIO                     PIC X(254).
           77  VALCPR-INICIAL                     PIC X(254).
           77  VALCPR-FINAL                       PIC X(254).
           77  FATOR-ATUALIZACAO                  PIC X(254).
           77  VLR-CAPITAL-ANT                    PIC X(254).
           77  VLR-CAPITAL-NOVO                   PIC X(254).
           77  VLR-PREMIO-ANT                     PIC X(254).
           77  VLR-PREMIO-NOVO                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           NUM-APOLICE
           RAMO
           DT-ANIVERSARIO
           VALCPR-INICIAL
           VALCPR-FINAL
           FATOR-ATUALIZACAO
           VLR-CAPITAL-ANT
           VLR-CAPITAL-NOVO
           VLR-PREMIO-ANT
           VLR-PREMIO-NOVO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.NUM_APOLICE, X.RAMO, X.DT_ANIVERSARIO, X.VALCPR_INICIAL, X.VALCPR_FINAL, X.VALCPR_FINAL / X.VALCPR_INICIAL AS FATOR_ATUALIZACAO, X.VLR_CAPITAL_ANT, X.VLR_CAPITAL_ANT * X.VALCPR_FINAL / X.VALCPR_INICIAL AS VLR_CAPITAL_NOVO, X.VLR_PREMIO_ANT, X.VLR_PREMIO_ANT * X.VALCPR_FINAL / X.VALCPR_INICIAL AS VLR_PREMIO_NOVO FROM (SELECT Y.NUM_APOLICE, Y.RAMO, Y.DT_ANIVERSARIO, (SELECT M.VALCPR FROM seguros.v1moeda M WHERE M.codunimo = Y.codunimo AND M.dtinivig = (SELECT MAX(M2.DTINIVIG) FROM seguros.v1moeda M2 WHERE M2.codunimo = Y.codunimo AND M2.dtinivig <= Y.DT_ANIVERSARIO - 1 YEAR)) AS VALCPR_INICIAL, (SELECT M.VALCPR FROM seguros.v1moeda M WHERE M.codunimo = Y.codunimo AND M.dtinivig = (SELECT MAX(M2.DTINIVIG) FROM seguros.v1moeda M2 WHERE M2.codunimo = Y.codunimo AND M2.dtinivig <= Y.DT_ANIVERSARIO)) AS VALCPR_FINAL, COALESCE((SELECT SUM(K.VLR_CAPITAL) FROM seguros.v0cumulo_capital K WHERE K.num_apolice = Y.num_apolice AND K.situacao = '1'), 0) + COALESCE((SELECT SUM(I.VLR_CAPITAL) FROM seguros.v0vidas_movto I WHERE I.num_apolice = Y.num_apolice AND I.tipo_movto = 'I' AND NOT EXISTS (SELECT 1 FROM seguros.v0vidas_movto Z WHERE Z.num_apolice = I.num_apolice AND Z.codsubes = I.codsubes AND Z.cpf = I.cpf AND Z.tipo_movto = 'E' AND Z.dt_movto > I.dt_movto)), 0) AS VLR_CAPITAL_ANT, (SELECT COALESCE(SUM(P.VLPRMTOT), 0) FROM seguros.v1parcela P WHERE P.num_apolice = Y.num_apolice AND P.situacao = '0' AND P.dtvencto >= Y.DT_ANIVERSARIO) AS VLR_PREMIO_ANT FROM (SELECT E.NUM_APOLICE, E.RAMO, R.CODUNIMO, E.DTINIVIG + (YEAR(:DT-INICIAL) - YEAR(E.DTINIVIG)) YEARS AS DT_ANIVERSARIO FROM seguros.v1endosso E, seguros.v1apolice A, seguros.v0atualiz_param R WHERE E.nrendos = 0 AND E.situacao <> '2' AND A.num_apolice = E.num_apolice AND A.situacao <> '2' AND R.ramo = E.ramo AND R.situacao = '1' AND MONTH(E.DTINIVIG) = MONTH(:DT-INICIAL) AND YEAR(E.DTINIVIG) < YEAR(:DT-INICIAL) AND E.DTTERVIG >= :DT-INICIAL) Y WHERE NOT EXISTS (SELECT 1 FROM seguros.v0atualiz_monet U WHERE U.num_apolice = Y.num_apolice AND U.dt_aniversario = Y.DT_ANIVERSARIO)) X WHERE X.VALCPR_INICIAL > 0 ORDER BY X.DT_ANIVERSARIO, X.NUM_APOLICE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
