      *----------------------------------------------------------------*
      *- EXTRATO DE COMISSAO E REMESSA DE PAGAMENTO BANCARIO POR
      *- PRODUTOR NO PERIODO DE REFERENCIA
      *- PRODUTOR PESSOA JURIDICA FICA RETIDO ATE O REGISTRO DA NFS-E
      *- QUE CONFIRA COM A COMISSAO NA TOLERANCIA (AC76P042/AC76P046)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT CODCORR, CODSUBES, ANO_MES_REF, VLR_COMISSAO, DT_PAGAMENTO, BANCO, AGENCIA, NRCONTAC, SITUACAO FROM seguros.v0comissao_pagto C WHERE ano_mes_ref = :ANO-MES-REF AND situacao = '0' AND NOT EXISTS (SELECT 1 FROM seguros.v1produtor P WHERE P.codpdt = C.codcorr AND P.tppessoa = 'J' AND NOT EXISTS (SELECT 1 FROM seguros.v0nfse_produtor N WHERE N.codcorr = C.codcorr AND N.codsubes = C.codsubes AND N.ano_mes_ref = C.ano_mes_ref AND N.situacao = '1' AND ABS(N.VLR_BRUTO - C.VLR_COMISSAO) <= COALESCE((SELECT T.VLR_TOLERANCIA FROM seguros.v0nfse_param T WHERE T.dtinivig = (SELECT MAX(T2.DTINIVIG) FROM seguros.v0nfse_param T2 WHERE T2.dtinivig <= current date)), 0))) ORDER BY CODCORR, CODSUBES END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
