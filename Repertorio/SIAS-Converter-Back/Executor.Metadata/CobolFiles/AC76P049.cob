       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P049.
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
      *- EFD-REINF - GERA O EVENTO RETIFICADOR DO BENEFICIARIO CUJA
      *- LIQUIDACAO FOI CORRIGIDA DEPOIS DO ENVIO - O TOTAL ATUAL DAS
      *- RETENCOES DIFERE DO ULTIMO EVENTO ACEITO (SITUACAO 2) -
      *- NUM_SEQ SEGUINTE, IND_RETIFICACAO 2 E O RECIBO DO EVENTO
      *- RETIFICADO - COM O PERIODO FECHADO GERAR ANTES A REABERTURA
      *- POR AC76P050 (IND A)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0reinf_evento (ANO_MES, TIPO_EVENTO, CGCCPF, NUM_SEQ, IND_RETIFICACAO, IND_FECHAMENTO, VLR_RENDIMENTO, VLR_IRRF, NRRECIBO_ANTERIOR, NRRECIBO, SITUACAO, CODUSU, TIMESTAMP) SELECT :ANO-MES, X.TIPO_EVENTO, X.CGCCPF, E.NUM_SEQ + 1, '2', ' ', X.VLR_RENDIMENTO, X.VLR_IRRF, E.NRRECIBO, NULL, '0', :CODUSU, current timestamp FROM (SELECT CASE WHEN I.TPPESSOA = 'J' THEN 'R-4020' ELSE 'R-4010' END AS TIPO_EVENTO, I.CGCCPF, SUM(I.VLR_BASE) AS VLR_RENDIMENTO, SUM(I.VLR_IRRF) AS VLR_IRRF FROM seguros.v0comissao_impostos I WHERE I.ano_mes_ref = :ANO-MES GROUP BY I.TPPESSOA, I.CGCCPF) X, seguros.v0reinf_evento E WHERE E.ano_mes = :ANO-MES AND E.tipo_evento = X.tipo_evento AND E.cgccpf = X.cgccpf AND E.situacao = '2' AND E.num_seq = (SELECT MAX(E2.NUM_SEQ) FROM seguros.v0reinf_evento E2 WHERE E2.ano_mes = E.ano_mes AND E2.tipo_evento = E.tipo_evento AND E2.cgccpf = E.cgccpf) AND (E.vlr_rendimento <> X.vlr_rendimento OR E.vlr_irrf <> X.vlr_irrf) AND NOT EXISTS (SELECT 1 FROM seguros.v0reinf_evento F WHERE F.ano_mes = :ANO-MES AND F.tipo_evento = 'R-4099' AND F.ind_fechamento = 'F' AND F.situacao <> '3' AND F.num_seq = (SELECT MAX(F2.NUM_SEQ) FROM seguros.v0reinf_evento F2 WHERE F2.ano_mes = :ANO-MES AND F2.tipo_evento = 'R-4099' AND F2.situacao <> '3')) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
