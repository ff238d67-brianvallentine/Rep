      *----------------------------------------------------------------*
      *- MESA DE LIBERACAO - LIBERA O ENDOSSO APOS A CRITICA DE TOTAIS
      *- - AS PARCELAS ENTRAM NO CICLO DE COBRANCA
      *- - RETIDO ENQUANTO HOUVER COLOCACAO FACULTATIVA PENDENTE NA
      *- FILA
      *- - RETIDO ENQUANTO A TRIAGEM DO NOVO TITULAR DA TROCA DE
      *- TITULARIDADE NAO FOR APROVADA
      *- - RETIDO NO RAMO COM VISTORIA PREVIA (CB2GPFH) ENQUANTO A
      *- PROPOSTA NAO TIVER VISTORIA APROVADA
      *- - RETIDO ENQUANTO A SOMA DOS PERCENTUAIS DOS BENEFICIARIOS
      *- ATIVOS DE ALGUM CERTIFICADO DIFERIR DE 100 (AC73P021)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v1endosso E SET DATA_LIBERACAO = :DATA-LIBERACAO, TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND nrendos = :NRENDOS AND data_liberacao IS NULL AND situacao <> '2' AND NOT EXISTS (SELECT 1 FROM seguros.v0facult_fila F WHERE F.num_apolice = :NUM-APOLICE AND F.nrendos = :NRENDOS AND F.situacao = '0') AND NOT EXISTS (SELECT 1 FROM seguros.v0troca_titular T WHERE T.num_apolice = :NUM-APOLICE AND T.nrendos_troca = :NRENDOS AND T.sit_triagem <> '1') AND NOT EXISTS (SELECT 1 FROM seguros.v0vistoria_ramo R WHERE :NRENDOS = 0 AND R.ramo = E.ramo AND R.situacao = '1' AND NOT EXISTS (SELECT 1 FROM seguros.v0vistoria V WHERE V.fonte = E.fonte AND V.nrpropos = E.nrpropos AND V.situacao = '2' AND V.resultado IN ('A', 'C'))) AND NOT EXISTS (SELECT B.NRCERTIF FROM seguros.v0beneficiario B WHERE B.num_apolice = E.num_apolice AND B.situacao = '1' GROUP BY B.NRCERTIF HAVING SUM(B.PCT_PARTICIPACAO) <> 100) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
