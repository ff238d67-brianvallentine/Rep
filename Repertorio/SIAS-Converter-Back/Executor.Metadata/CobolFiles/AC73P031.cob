       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P031.
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
      *- CUMULO DE CAPITAL POR VIDA - RELATORIO MENSAL DOS MAIORES
      *- CUMULOS - CPF, QUANTIDADE DE APOLICES E CERTIFICADOS VIGENTES
      *- E CAPITAL SOMADO NA DATA, A PARTIR DO VALOR MINIMO, DO MAIOR
      *- PARA O MENOR - 100 MAIORES
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-REFERENCIA                      PIC X(254).
           77  VLR-MINIMO                         PIC X(254).
           77  CPF                                PIC X(254).
           77  QTDE-APOLICES                      PIC X(254).
           77  VLR-CUMULO                         PIC X(254).
           77  VLR-RETENCAO-VIDA                  PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-REFERENCIA
           VLR-MINIMO
           CPF
           QTDE-APOLICES
           VLR-CUMULO
           VLR-RETENCAO-VIDA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.CPF, COUNT(*) AS QTDE_APOLICES, SUM(X.VLR_CAPITAL) AS VLR_CUMULO, (SELECT P.VLR_RETENCAO_VIDA FROM seguros.v0cumulo_param P WHERE :DT-REFERENCIA BETWEEN P.dtinivig AND P.dttervig) AS VLR_RETENCAO_VIDA FROM (SELECT K.CPF, K.VLR_CAPITAL FROM seguros.v0cumulo_capital K WHERE K.situacao = '1' AND :DT-REFERENCIA BETWEEN K.dtinivig AND K.dttervig UNION ALL SELECT I.CPF, I.VLR_CAPITAL FROM seguros.v0vidas_movto I WHERE I.tipo_movto = 'I' AND I.dt_movto <= :DT-REFERENCIA AND NOT EXISTS (SELECT 1 FROM seguros.v0vidas_movto E WHERE E.num_apolice = I.num_apolice AND E.codsubes = I.codsubes AND E.cpf = I.cpf AND E.tipo_movto = 'E' AND E.dt_movto > I.dt_movto AND E.dt_movto <= :DT-REFERENCIA)) X GROUP BY X.CPF HAVING SUM(X.VLR_CAPITAL) >= :VLR-MINIMO ORDER BY VLR_CUMULO DESC FETCH FIRST 100 ROWS ONLY END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
