       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P40.
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
      *- LIMITE DE EXPOSICAO POR CONTRAPARTE - GRAVA A POSICAO MENSAL
      *- APURADA POR AC07P39 NO ULTIMO DIA DO MES - IND_EXCESSO S
      *- QUANDO A EXPOSICAO SUPERA O LIMITE DA FAIXA DE RATING OU NAO
      *- HA LIMITE CADASTRADO - UMA POSICAO POR MES
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  DT-REFERENCIA                      PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           DT-REFERENCIA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0contraparte_expos (ANO_MES, CNPJ, RAZAO_SOCIAL, TIPO_CONTRAPARTE, RATING, CLASSE_RESSEG, VLR_RECUPERACAO, VLR_FACULTATIVO, VLR_COSCED, VLR_COSSEGACE, VLR_EXPOSICAO, VLR_LIMITE, IND_EXCESSO, CODUSU, TIMESTAMP) SELECT :ANO-MES, Y.CNPJ, Y.RAZAO_SOCIAL, Y.TIPO_CONTRAPARTE, Y.RATING, Y.CLASSE_RESSEG, Y.VLR_RECUPERACAO, Y.VLR_FACULTATIVO, Y.VLR_COSCED, Y.VLR_COSSEGACE, Y.VLR_EXPOSICAO, Y.VLR_LIMITE, CASE WHEN Y.VLR_EXPOSICAO > Y.VLR_LIMITE THEN 'S' ELSE 'N' END, :CODUSU, current timestamp FROM (SELECT X.CNPJ, X.RAZAO_SOCIAL, X.TIPO_CONTRAPARTE, X.RATING, X.CLASSE_RESSEG, X.VLR_RECUPERACAO, X.VLR_FACULTATIVO, CASE WHEN X.VLR_SALDO_COSCED < 0 THEN 0 - X.VLR_SALDO_COSCED ELSE 0 END AS VLR_COSCED, X.VLR_COSSEGACE, (X.VLR_RECUPERACAO + X.VLR_FACULTATIVO + X.VLR_COSSEGACE + CASE WHEN X.VLR_SALDO_COSCED < 0 THEN 0 - X.VLR_SALDO_COSCED ELSE 0 END) AS VLR_EXPOSICAO, X.VLR_LIMITE FROM (SELECT P.CNPJ, P.RAZAO_SOCIAL, P.TIPO_CONTRAPARTE, P.RATING, P.CLASSE_RESSEG, COALESCE((SELECT SUM(C.VLRCAP) FROM seguros.v1rcapcomp C, seguros.v0contraparte_rcap L WHERE L.cnpj = P.cnpj AND C.fonte = L.fonte AND C.nrrcap = L.nrrcap AND C.num_sinistro IS NOT NULL AND C.situacao = '0' AND C.dtmovto <= :DT-REFERENCIA), 0) AS VLR_RECUPERACAO, COALESCE((SELECT SUM(F.VLR_COLOCADO) FROM seguros.v0facult_colocacao F, seguros.v0contraparte_rcap L, seguros.v1endosso E WHERE L.cnpj = P.cnpj AND F.fonte = L.fonte AND F.nrrcap = L.nrrcap AND F.situacao = '1' AND E.num_apolice = F.num_apolice AND E.nrendos = F.nrendos AND :DT-REFERENCIA BETWEEN E.dtinivig AND E.dttervig), 0) AS VLR_FACULTATIVO, COALESCE((SELECT SUM(C.VLPREMIO - C.VLRDESCON - C.VLRADIFRA - C.VLRCOMIS - C.VLRSINI - C.VLDESPESA - C.VLRHONOR + C.VLRSALVD + C.VLRESSARC - C.VLEQPVNDA - C.VLDESPADM - C.OUTRDEBIT + C.OUTRCREDT + C.VLRSLDANT) FROM seguros.v0cosced_cheque C, seguros.v0congener G WHERE G.cnpj = P.cnpj AND C.congener = G.congener AND C.situacao IN (' ','0','2')), 0) AS VLR_SALDO_COSCED, COALESCE((SELECT SUM(R.VLR_PARTICIPACAO) FROM seguros.v0cossegace_cobr R, seguros.v0congener G WHERE G.cnpj = P.cnpj AND R.codlider = G.congener AND R.situacao = '0'), 0) AS VLR_COSSEGACE, COALESCE((SELECT L.VLR_LIMITE FROM seguros.v0contraparte_limite L WHERE L.rating = P.rating AND L.situacao = '1'), 0) AS VLR_LIMITE FROM seguros.v0contraparte P WHERE P.situacao = '1') X) Y WHERE NOT EXISTS (SELECT 1 FROM seguros.v0contraparte_expos E WHERE E.ano_mes = :ANO-MES) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
