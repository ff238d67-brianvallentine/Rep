      *- AGENDA REAPRESENTACAO AUTOMATICA DE DEBITO CEF RECUSADO APOS
      *- CARENCIA DE 2 DIAS - DATA AJUSTADA PARA O PROXIMO DIA UTIL
      *- PELO CALENDARIO BANCARIO
      *- PARCELA COM FALLBACK DE COBRANCA ATIVO (CB2JP290) NAO E
      *- REAPRESENTADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0redebito_agenda (COD_CONVENIO, NUM_APOLICE, NRENDOS, COD_AGENCIA_DEB, OPER_CONTA_DEB, NUM_CONTA_DEB, DIG_CONTA_DEB, DTVENCTO, DT_REAPRESENT, SITUACAO) SELECT M.COD_CONVENIO, M.NUM_APOLICE, M.NRENDOS, M.COD_AGENCIA_DEB, M.OPER_CONTA_DEB, M.NUM_CONTA_DEB, M.DIG_CONTA_DEB, M.DTVENCTO, (SELECT MIN(K.DATA_CALEND) FROM seguros.v0calendario K WHERE K.data_calend >= (M.DTVENCTO + 2 DAYS) AND K.ind_dia_util = '1'), '0' FROM seguros.v0movdebcc_cef M, seguros.v0cdretornocef C WHERE (SELECT MIN(K.DATA_CALEND) FROM seguros.v0calendario K WHERE K.data_calend >= (M.DTVENCTO + 2 DAYS) AND K.ind_dia_util = '1') = :DTMOVABE AND M.COD_RETORNO_CEF = C.COD_RETORNO_CEF AND C.IND_RETENTATIVA = '1' AND NOT EXISTS (SELECT 1 FROM seguros.v0cobr_fallback B WHERE B.num_apolice = M.num_apolice AND B.nrendos = M.nrendos AND B.nrparcel = M.nrparcel AND B.situacao = '0') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
