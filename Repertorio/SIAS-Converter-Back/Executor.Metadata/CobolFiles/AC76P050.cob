       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P050.
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
      *- EFD-REINF - GERA O EVENTO R-4099 DO MES - IND_FECHAMENTO F
      *- FECHA O PERIODO SOMENTE SEM EVENTO R-4010/R-4020 PENDENTE
      *- (SITUACAO 0, 1 OU 3) - IND_FECHAMENTO A REABRE O PERIODO
      *- SOMENTE SE O ULTIMO R-4099 ACEITO FOR DE FECHAMENTO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  IND-FECHAMENTO                     PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           IND-FECHAMENTO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0reinf_evento (ANO_MES, TIPO_EVENTO, CGCCPF, NUM_SEQ, IND_RETIFICACAO, IND_FECHAMENTO, VLR_RENDIMENTO, VLR_IRRF, NRRECIBO_ANTERIOR, NRRECIBO, SITUACAO, CODUSU, TIMESTAMP) SELECT :ANO-MES, 'R-4099', ' ', COALESCE((SELECT MAX(F.NUM_SEQ) FROM seguros.v0reinf_evento F WHERE F.ano_mes = :ANO-MES AND F.tipo_evento = 'R-4099'),0) + 1, '1', :IND-FECHAMENTO, 0, 0, NULL, NULL, '0', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE (:IND-FECHAMENTO = 'F' AND NOT EXISTS (SELECT 1 FROM seguros.v0reinf_evento E WHERE E.ano_mes = :ANO-MES AND E.tipo_evento IN ('R-4010', 'R-4020') AND E.situacao IN ('0', '1', '3') AND E.num_seq = (SELECT MAX(E2.NUM_SEQ) FROM seguros.v0reinf_evento E2 WHERE E2.ano_mes = E.ano_mes AND E2.tipo_evento = E.tipo_evento AND E2.cgccpf = E.cgccpf))) OR (:IND-FECHAMENTO = 'A' AND EXISTS (SELECT 1 FROM seguros.v0reinf_evento F WHERE F.ano_mes = :ANO-MES AND F.tipo_evento = 'R-4099' AND F.ind_fechamento = 'F' AND F.situacao = '2' AND F.num_seq = (SELECT MAX(F2.NUM_SEQ) FROM seguros.v0reinf_evento F2 WHERE F2.ano_mes = :ANO-MES AND F2.tipo_evento = 'R-4099' AND F2.situacao <> '3'))) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
