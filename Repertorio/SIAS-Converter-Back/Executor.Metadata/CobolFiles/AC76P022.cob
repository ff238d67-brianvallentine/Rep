      *----------------------------------------------------------------*
      *- MARCA AJUSTES DE COMISSAO ABSORVIDOS PELA LIQUIDACAO COMO
      *- PROCESSADOS - IMPEDE REPAGAMENTO NO CICLO SEGUINTE
      *- ESTORNO POR CANCELAMENTO (AC76P028) FICA FORA - BAIXADO POR
      *- AC76P030
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0comissao_ajuste SET SITUACAO = '1', TIMESTAMP = current timestamp WHERE codcorr = :CODCORR AND codsubes = :CODSUBES AND num_apolice = :NUM-APOLICE AND nrendos = :NRENDOS AND nrparcel = :NRPARCEL AND ocorhist = :OCORHIST AND situacao = '0' AND motivo <> 'ESTORNO POR CANCELAMENTO' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
