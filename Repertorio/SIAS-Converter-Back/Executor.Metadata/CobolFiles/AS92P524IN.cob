       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS92P524IN.
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
      *- CAIXA UNICA DE APROVACOES - CAIXA DO APROVADOR - TODOS OS
      *- ITENS PENDENTES DAS FILAS EM QUE TEM ALCADA PROPRIA OU
      *- DELEGADA VIGENTE, COM O TITULAR DA ALCADA, IDADE EM HORAS, SLA
      *- E ATRASO - NAO LISTA OS ITENS QUE O PROPRIO USUARIO SOLICITOU
      *- - A DECISAO E TOMADA NA TRANSACAO DA FILA E REGISTRADA EM
      *- AS92P525IN
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODUSU                             PIC X(254).
           77  DTHR-REFERENCIA                    PIC X(254).
           77  COD-FILA                           PIC X(254).
           77  DESCR-FILA                         PIC X(254).
           77  CHAVE-ITEM                         PIC X(254).
           77  CODUSU-SOLICITANTE                 PIC X(254).
           77  DTHR-ENTRADA                       PIC X(254).
           77  CODUSU-TITULAR                     PIC X(254).
           77  QTHORAS-IDADE                      PIC X(254).
           77  QTHORAS-SLA                        PIC X(254).
           77  IND-ATRASO                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODUSU
           DTHR-REFERENCIA
           COD-FILA
           DESCR-FILA
           CHAVE-ITEM
           CODUSU-SOLICITANTE
           DTHR-ENTRADA
           CODUSU-TITULAR
           QTHORAS-IDADE
           QTHORAS-SLA
           IND-ATRASO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT I.COD_FILA, F.DESCR_FILA, I.CHAVE_ITEM, I.CODUSU_SOLICITANTE, I.DTHR_ENTRADA, U.CODUSU_TITULAR, (DAYS(:DTHR-REFERENCIA) - DAYS(I.DTHR_ENTRADA)) * 24 + HOUR(:DTHR-REFERENCIA) - HOUR(I.DTHR_ENTRADA) AS QTHORAS_IDADE, F.QTHORAS_SLA, CASE WHEN (DAYS(:DTHR-REFERENCIA) - DAYS(I.DTHR_ENTRADA)) * 24 + HOUR(:DTHR-REFERENCIA) - HOUR(I.DTHR_ENTRADA) > F.QTHORAS_SLA THEN 'S' ELSE 'N' END AS IND_ATRASO FROM (SELECT 'AUT' AS COD_FILA, (P.CODSIS CONCAT '/' CONCAT P.SUBSIS CONCAT '/' CONCAT P.CODGRU CONCAT '/' CONCAT P.SUBGRU CONCAT '/' CONCAT P.CODITE CONCAT '/' CONCAT P.SUBITE CONCAT '/' CONCAT P.CODUSU_BENEFICIARIO) AS CHAVE_ITEM, P.CODUSU_SOLICITANTE AS CODUSU_SOLICITANTE, P.DTHR_SOLICITACAO AS DTHR_ENTRADA FROM seguros.v0autoriza_pend P WHERE P.situacao = '0' UNION ALL SELECT 'DES', CHAR(P.NUM_APOLICE) CONCAT '/' CONCAT CHAR(P.NRENDOS), P.CODUSU_EMISSOR, P.DTHR_SOLICITACAO FROM seguros.v0desconto_pend P WHERE P.situacao = '0' UNION ALL SELECT 'ISE', CHAR(P.NUM_APOLICE) CONCAT '/' CONCAT CHAR(P.NRENDOS) CONCAT '/' CONCAT CHAR(P.NRPARCEL), P.CODUSU_SOLICITANTE, P.DTHR_SOLICITACAO FROM seguros.v0acrescimo_isencao P WHERE P.situacao = '0' UNION ALL SELECT 'RES', CHAR(P.NUM_BILHETE) CONCAT '/' CONCAT CHAR(P.SEQ_CONTA_BANCARIA), P.CODUSU_CADASTRADOR, P.DTHR_SOLICITACAO FROM seguros.v0pagto_rest_pend P WHERE P.situacao = '0' UNION ALL SELECT 'TAX', CHAR(P.NUM_LOTE), MIN(P.CODUSU_CARGA), MIN(P.TIMESTAMP) FROM seguros.v0moeda_carga P WHERE P.situacao = '0' GROUP BY P.NUM_LOTE UNION ALL SELECT 'DIS', CHAR(P.DTMOVTO, ISO), ' ', P.TIMESTAMP FROM seguros.v0cancel_diario P WHERE P.qtde_elegivel > 0 AND P.qtde_cancelada = 0 AND NOT EXISTS (SELECT 1 FROM seguros.v0cancel_liberacao L WHERE L.dtmovto = P.dtmovto) UNION ALL SELECT 'CMP', CHAR(P.COD_PESSOA) CONCAT '/' CONCAT P.TIPO_LISTA CONCAT '/' CONCAT P.NOME_LISTA, ' ', P.DTHR_OCORRENCIA FROM seguros.v0compliance_fila P WHERE P.situacao = '0' UNION ALL SELECT 'LIB', CHAR(P.NUM_APOLICE) CONCAT '/' CONCAT CHAR(P.NRENDOS), ' ', TIMESTAMP(P.DTEMIS, '00.00.00') FROM seguros.v1endosso P WHERE P.data_liberacao IS NULL AND P.situacao <> '2' UNION ALL SELECT 'AJH', CHAR(P.NUM_AJUSTE), P.CODUSU_PROPONENTE, P.DTHR_PROPOSTA FROM seguros.v0ajuste_hist P WHERE P.situacao = 'P') I, seguros.v0aprov_fila F, (SELECT A.COD_FILA, A.CODUSU AS CODUSU_TITULAR FROM seguros.v0aprov_alcada A WHERE A.codusu = :CODUSU AND A.situacao = '1' UNION SELECT A.COD_FILA, D.CODUSU_TITULAR FROM seguros.v0aprov_delegacao D, seguros.v0aprov_alcada A WHERE D.codusu_delegado = :CODUSU AND D.situacao = '1' AND DATE(:DTHR-REFERENCIA) BETWEEN D.dt_inicio AND D.dt_fim AND A.codusu = D.codusu_titular AND A.situacao = '1' AND (D.cod_fila = A.cod_fila OR D.cod_fila = '***')) U WHERE F.cod_fila = I.cod_fila AND U.cod_fila = I.cod_fila AND I.codusu_solicitante <> :CODUSU AND NOT EXISTS (SELECT 1 FROM seguros.v0aprov_alcada A WHERE A.codusu = :CODUSU AND A.cod_fila = I.cod_fila AND A.situacao = '1' AND U.codusu_titular <> :CODUSU) ORDER BY 9 DESC, 7 DESC, I.COD_FILA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
