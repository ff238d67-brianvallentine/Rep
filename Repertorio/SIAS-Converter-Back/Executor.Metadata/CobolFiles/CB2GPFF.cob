      *- MESA DE LIBERACAO - LIBERACAO EM LOTE DOS ENDOSSOS LIMPOS -
      *- SOMENTE ONDE A SOMA DA EMISSAO NO HISTORICO - OPERACOES 101 E
      *- 801 - FECHA COM A SOMA DAS PARCELAS FATURADAS
      *- - E SEM COLOCACAO FACULTATIVA PENDENTE NA FILA
      *- - E SEM TROCA DE TITULARIDADE COM TRIAGEM NAO APROVADA
      *- - E COM VISTORIA PREVIA APROVADA QUANDO O RAMO EXIGE
      *- - E SEM BENEFICIARIOS PENDENTES (SOMA DIFERENTE DE 100)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v1endosso E SET DATA_LIBERACAO = :DATA-LIBERACAO, TIMESTAMP = current timestamp WHERE E.data_liberacao IS NULL AND E.situacao <> '2' AND COALESCE((SELECT SUM(P.VLPRMTOT) FROM seguros.v1parcela P WHERE P.num_apolice = E.num_apolice AND P.nrendos = E.nrendos),0) = COALESCE((SELECT SUM(H.VLPRMTOT) FROM seguros.v1histoparc H WHERE H.num_apolice = E.num_apolice AND H.nrendos = E.nrendos AND H.operacao IN (101, 801)),0) AND NOT EXISTS (SELECT 1 FROM seguros.v0facult_fila F WHERE F.num_apolice = E.num_apolice AND F.nrendos = E.nrendos AND F.situacao = '0') AND NOT EXISTS (SELECT 1 FROM seguros.v0troca_titular T WHERE T.num_apolice = E.num_apolice AND T.nrendos_troca = E.nrendos AND T.sit_triagem <> '1') AND NOT EXISTS (SELECT 1 FROM seguros.v0vistoria_ramo R WHERE E.nrendos = 0 AND R.ramo = E.ramo AND R.situacao = '1' AND NOT EXISTS (SELECT 1 FROM seguros.v0vistoria V WHERE V.fonte = E.fonte AND V.nrpropos = E.nrpropos AND V.situacao = '2' AND V.resultado IN ('A', 'C'))) AND NOT EXISTS (SELECT B.NRCERTIF FROM seguros.v0beneficiario B WHERE B.num_apolice = E.num_apolice AND B.situacao = '1' GROUP BY B.NRCERTIF HAVING SUM(B.PCT_PARTICIPACAO) <> 100) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
