       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS92P525IN.
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
      *- CAIXA UNICA DE APROVACOES - REGISTRA A DECISAO TOMADA NA FILA
      *- COM O DECISOR E O TITULAR DA ALCADA (IGUAIS QUANDO NAO HA
      *- DELEGACAO) - D DEFERIDO, I INDEFERIDO - RECUSADO SE O DECISOR
      *- NAO TEM ALCADA PROPRIA NEM DELEGACAO VIGENTE DO TITULAR
      *- RECUSADO TAMBEM SE O DECISOR FOR QUEM SOLICITOU O ITEM (MESMA
      *- CHAVE DA CAIXA AS92P524IN)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  COD-FILA                           PIC X(254).
           77  CHAVE-ITEM                         PIC X(254).
           77  DECISAO                            PIC X(254).
           77  CODUSU-DECISOR                     PIC X(254).
           77  CODUSU-TITULAR                     PIC X(254).
           77  JUSTIFICATIVA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           COD-FILA
           CHAVE-ITEM
           DECISAO
           CODUSU-DECISOR
           CODUSU-TITULAR
           JUSTIFICATIVA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0aprov_decisao (COD_FILA, CHAVE_ITEM, DECISAO, CODUSU_DECISOR, CODUSU_TITULAR, IND_DELEGADA, JUSTIFICATIVA, DTHR_DECISAO) SELECT :COD-FILA, :CHAVE-ITEM, :DECISAO, :CODUSU-DECISOR, :CODUSU-TITULAR, CASE WHEN :CODUSU-DECISOR = :CODUSU-TITULAR THEN 'N' ELSE 'S' END, :JUSTIFICATIVA, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :DECISAO IN ('D', 'I') AND NOT EXISTS (SELECT 1 FROM (SELECT 'AUT' AS COD_FILA, (P.CODSIS CONCAT '/' CONCAT P.SUBSIS CONCAT '/' CONCAT P.CODGRU CONCAT '/' CONCAT P.SUBGRU CONCAT '/' CONCAT P.CODITE CONCAT '/' CONCAT P.SUBITE CONCAT '/' CONCAT P.CODUSU_BENEFICIARIO) AS CHAVE_ITEM, P.CODUSU_SOLICITANTE AS CODUSU_SOLICITANTE FROM seguros.v0autoriza_pend P WHERE :COD-FILA = 'AUT' UNION ALL SELECT 'DES', CHAR(P.NUM_APOLICE) CONCAT '/' CONCAT CHAR(P.NRENDOS), P.CODUSU_EMISSOR FROM seguros.v0desconto_pend P WHERE :COD-FILA = 'DES' UNION ALL SELECT 'ISE', CHAR(P.NUM_APOLICE) CONCAT '/' CONCAT CHAR(P.NRENDOS) CONCAT '/' CONCAT CHAR(P.NRPARCEL), P.CODUSU_SOLICITANTE FROM seguros.v0acrescimo_isencao P WHERE :COD-FILA = 'ISE' UNION ALL SELECT 'RES', CHAR(P.NUM_BILHETE) CONCAT '/' CONCAT CHAR(P.SEQ_CONTA_BANCARIA), P.CODUSU_CADASTRADOR FROM seguros.v0pagto_rest_pend P WHERE :COD-FILA = 'RES' UNION ALL SELECT 'TAX', CHAR(P.NUM_LOTE), P.CODUSU_CARGA FROM seguros.v0moeda_carga P WHERE :COD-FILA = 'TAX' UNION ALL SELECT 'AJH', CHAR(P.NUM_AJUSTE), P.CODUSU_PROPONENTE FROM seguros.v0ajuste_hist P WHERE :COD-FILA = 'AJH') S WHERE S.cod_fila = :COD-FILA AND S.chave_item = :CHAVE-ITEM AND S.codusu_solicitante = :CODUSU-DECISOR) AND (EXISTS (SELECT 1 FROM seguros.v0aprov_alcada A WHERE A.codusu = :CODUSU-TITULAR AND A.cod_fila = :COD-FILA AND A.situacao = '1') AND (:CODUSU-DECISOR = :CODUSU-TITULAR OR EXISTS (SELECT 1 FROM seguros.v0aprov_delegacao D WHERE D.codusu_titular = :CODUSU-TITULAR AND D.codusu_delegado = :CODUSU-DECISOR AND D.cod_fila IN (:COD-FILA, '***') AND D.situacao = '1' AND DATE(current timestamp) BETWEEN D.dt_inicio AND D.dt_fim))) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
