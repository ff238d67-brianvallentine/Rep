       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P39.
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
      *- LIMITE DE EXPOSICAO POR CONTRAPARTE - APURA A EXPOSICAO
      *- CONSOLIDADA POR CNPJ NA DATA DE REFERENCIA - RESSEGURADOR:
      *- RECUPERACOES DE SINISTRO EM ABERTO DOS TRATADOS LIGADOS E
      *- PARTICIPACAO FACULTATIVA COLOCADA EM RISCOS VIGENTES -
      *- CONGENERE: SALDO DEVEDOR DOS CHEQUES DE COSSEGURO CEDIDO EM
      *- ABERTO E PARCELAS A RECEBER DO LIDER - COMPARA COM O LIMITE DA
      *- FAIXA DE RATING
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-REFERENCIA                      PIC X(254).
           77  CNPJ                               PIC X(254).
           77  RAZAO-SOCIAL                       PIC X(254).
           77  TIPO-CONTRAPARTE                   PIC X(254).
           77  RATING                             PIC X(254).
           77  CLASSE-RESSEG                      PIC X(254).
           77  VLR-RECUPERACAO                    PIC X(254).
           77  VLR-FACULTATIVO                    PIC X(254).
           77  VLR-COSCED                         PIC X(254).
           77  VLR-COSSEGACE                      PIC X(254).
           77  VLR-EXPOSICAO                      PIC X(254).
           77  VLR-LIMITE                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-REFERENCIA
           CNPJ
           RAZAO-SOCIAL
           TIPO-CONTRAPARTE
           RATING
           CLASSE-RESSEG
           VLR-RECUPERACAO
           VLR-FACULTATIVO
           VLR-COSCED
           VLR-COSSEGACE
           VLR-EXPOSICAO
           VLR-LIMITE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.CNPJ, X.RAZAO_SOCIAL, X.TIPO_CONTRAPARTE, X.RATING, X.CLASSE_RESSEG, X.VLR_RECUPERACAO, X.VLR_FACULTATIVO, CASE WHEN X.VLR_SALDO_COSCED < 0 THEN 0 - X.VLR_SALDO_COSCED ELSE 0 END AS VLR_COSCED, X.VLR_COSSEGACE, (X.VLR_RECUPERACAO + X.VLR_FACULTATIVO + X.VLR_COSSEGACE + CASE WHEN X.VLR_SALDO_COSCED < 0 THEN 0 - X.VLR_SALDO_COSCED ELSE 0 END) AS VLR_EXPOSICAO, X.VLR_LIMITE FROM (SELECT P.CNPJ, P.RAZAO_SOCIAL, P.TIPO_CONTRAPARTE, P.RATING, P.CLASSE_RESSEG, COALESCE((SELECT SUM(C.VLRCAP) FROM seguros.v1rcapcomp C, seguros.v0contraparte_rcap L WHERE L.cnpj = P.cnpj AND C.fonte = L.fonte AND C.nrrcap = L.nrrcap AND C.num_sinistro IS NOT NULL AND C.situacao = '0' AND C.dtmovto <= :DT-REFERENCIA), 0) AS VLR_RECUPERACAO, COALESCE((SELECT SUM(F.VLR_COLOCADO) FROM seguros.v0facult_colocacao F, seguros.v0contraparte_rcap L, seguros.v1endosso E WHERE L.cnpj = P.cnpj AND F.fonte = L.fonte AND F.nrrcap = L.nrrcap AND F.situacao = '1' AND E.num_apolice = F.num_apolice AND E.nrendos = F.nrendos AND :DT-REFERENCIA BETWEEN E.dtinivig AND E.dttervig), 0) AS VLR_FACULTATIVO, COALESCE((SELECT SUM(C.VLPREMIO - C.VLRDESCON - C.VLRADIFRA - C.VLRCOMIS - C.VLRSINI - C.VLDESPESA - C.VLRHONOR + C.VLRSALVD + C.VLRESSARC - C.VLEQPVNDA - C.VLDESPADM - C.OUTRDEBIT + C.OUTRCREDT + C.VLRSLDANT) FROM seguros.v0cosced_cheque C, seguros.v0congener G WHERE G.cnpj = P.cnpj AND C.congener = G.congener AND C.situacao IN (' ','0','2')), 0) AS VLR_SALDO_COSCED, COALESCE((SELECT SUM(R.VLR_PARTICIPACAO) FROM seguros.v0cossegace_cobr R, seguros.v0congener G WHERE G.cnpj = P.cnpj AND R.codlider = G.congener AND R.situacao = '0'), 0) AS VLR_COSSEGACE, COALESCE((SELECT L.VLR_LIMITE FROM seguros.v0contraparte_limite L WHERE L.rating = P.rating AND L.situacao = '1'), 0) AS VLR_LIMITE FROM seguros.v0contraparte P WHERE P.situacao = '1') X ORDER BY X.TIPO_CONTRAPARTE, X.CNPJ END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
