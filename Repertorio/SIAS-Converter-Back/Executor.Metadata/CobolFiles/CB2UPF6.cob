       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPF6.
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
      *- ARQUIVO DIARIO DO PRODUTOR - REGISTROS DE DETALHE DO DIA PARA
      *- O CORRETOR (CODPDT) EM LAYOUT FIXO DE 62 POSICOES NA COLUNA
      *- LINHA: TIPO(1) CODPDT(9) APOLICE(13) ENDOSSO(9) PARCELA(4)
      *- DATA(10 AAAA-MM-DD) SINAL(1) VALOR EM CENTAVOS(15) - TIPO 1
      *- EMISSAO DO DIA (V0EMISDIARIA), 2 PARCELA QUITADA, 3 PARCELA EM
      *- ATRASO, 4 CANCELAMENTO, 5 COMISSAO GANHA, 6 COMISSAO ESTORNADA
      *- - PRODUTOR INATIVO OU COM REGISTRO SUSEP VENCIDO (DATVIG) NAO
      *- GERA REGISTRO - HEADER E TRAILER POR CB2UPF7
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODPDT                             PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  TIPO-REGISTRO                      PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  LINHA                              PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODPDT
           DTMOVTO
           TIPO-REGISTRO
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           LINHA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT '1' AS TIPO_REGISTRO, D.NUM_APOLICE, D.NRENDOS, D.NRPARCEL, ('1' || DIGITS(DEC(:CODPDT, 9, 0)) || DIGITS(DEC(D.NUM_APOLICE, 13, 0)) || DIGITS(DEC(D.NRENDOS, 9, 0)) || DIGITS(DEC(D.NRPARCEL, 4, 0)) || CHAR(D.DTMOVTO, ISO) || CASE WHEN COALESCE((SELECT SUM(H.VLPRMTOT) FROM seguros.v0histoparc H WHERE H.num_apolice = D.num_apolice AND H.nrendos = D.nrendos AND H.nrparcel = D.nrparcel AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801)), 0) < 0 THEN '-' ELSE '+' END || DIGITS(DEC(ABS(COALESCE((SELECT SUM(H.VLPRMTOT) FROM seguros.v0histoparc H WHERE H.num_apolice = D.num_apolice AND H.nrendos = D.nrendos AND H.nrparcel = D.nrparcel AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801)), 0)) * 100, 15, 0))) AS LINHA FROM seguros.v0emisdiaria D WHERE D.codcorr = :CODPDT AND D.dtmovto = :DTMOVTO AND EXISTS (SELECT 1 FROM seguros.v1produtor P WHERE P.codpdt = :CODPDT AND P.situacao = '1' AND P.datvig >= :DTMOVTO) UNION ALL SELECT '2', H.NUM_APOLICE, H.NRENDOS, H.NRPARCEL, ('2' || DIGITS(DEC(:CODPDT, 9, 0)) || DIGITS(DEC(H.NUM_APOLICE, 13, 0)) || DIGITS(DEC(H.NRENDOS, 9, 0)) || DIGITS(DEC(H.NRPARCEL, 4, 0)) || CHAR(H.DTQITBCO, ISO) || CASE WHEN H.VLPRMTOT < 0 THEN '-' ELSE '+' END || DIGITS(DEC(ABS(H.VLPRMTOT) * 100, 15, 0))) FROM seguros.v0histoparc H, seguros.v1apolice A WHERE H.dtqitbco = :DTMOVTO AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND A.num_apolice = H.num_apolice AND A.codpdt = :CODPDT AND EXISTS (SELECT 1 FROM seguros.v1produtor P WHERE P.codpdt = :CODPDT AND P.situacao = '1' AND P.datvig >= :DTMOVTO) UNION ALL SELECT '3', V.NUM_APOLICE, V.NRENDOS, V.NRPARCEL, ('3' || DIGITS(DEC(:CODPDT, 9, 0)) || DIGITS(DEC(V.NUM_APOLICE, 13, 0)) || DIGITS(DEC(V.NRENDOS, 9, 0)) || DIGITS(DEC(V.NRPARCEL, 4, 0)) || CHAR(V.DTVENCTO, ISO) || CASE WHEN V.VLPRMTOT < 0 THEN '-' ELSE '+' END || DIGITS(DEC(ABS(V.VLPRMTOT) * 100, 15, 0))) FROM seguros.v0parcela_devedor V, seguros.v1apolice A WHERE V.situacao = '0' AND V.dtvencto < :DTMOVTO AND A.num_apolice = V.num_apolice AND A.codpdt = :CODPDT AND EXISTS (SELECT 1 FROM seguros.v1produtor P WHERE P.codpdt = :CODPDT AND P.situacao = '1' AND P.datvig >= :DTMOVTO) UNION ALL SELECT '4', E.NUM_APOLICE, E.NRENDOS, 0, ('4' || DIGITS(DEC(:CODPDT, 9, 0)) || DIGITS(DEC(E.NUM_APOLICE, 13, 0)) || DIGITS(DEC(E.NRENDOS, 9, 0)) || DIGITS(DEC(0, 4, 0)) || CHAR(E.DTINIVIG, ISO) || CASE WHEN 0 < 0 THEN '-' ELSE '+' END || DIGITS(DEC(ABS(0) * 100, 15, 0))) FROM seguros.v1endosso E, seguros.v1apolice A WHERE E.tipo_endosso = '3' AND E.dtemis = :DTMOVTO AND A.num_apolice = E.num_apolice AND A.codpdt = :CODPDT AND EXISTS (SELECT 1 FROM seguros.v1produtor P WHERE P.codpdt = :CODPDT AND P.situacao = '1' AND P.datvig >= :DTMOVTO) UNION ALL SELECT '5', H.NUM_APOLICE, H.NRENDOS, H.NRPARCEL, ('5' || DIGITS(DEC(:CODPDT, 9, 0)) || DIGITS(DEC(H.NUM_APOLICE, 13, 0)) || DIGITS(DEC(H.NRENDOS, 9, 0)) || DIGITS(DEC(H.NRPARCEL, 4, 0)) || CHAR(H.DTQITBCO, ISO) || CASE WHEN (H.VLPRMLIQ * C.PCCOMCOR / 100) < 0 THEN '-' ELSE '+' END || DIGITS(DEC(ABS((H.VLPRMLIQ * C.PCCOMCOR / 100)) * 100, 15, 0))) FROM seguros.v0histoparc H, seguros.v1endosso E, seguros.v1apolcorret C WHERE H.dtqitbco = :DTMOVTO AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND E.num_apolice = H.num_apolice AND E.nrendos = H.nrendos AND C.num_apolice = H.num_apolice AND C.codcorr = :CODPDT AND C.ramofr = E.ramo AND C.modalifr = E.modalida AND H.dtmovto BETWEEN C.DTINIVIG AND C.DTTERVIG AND EXISTS (SELECT 1 FROM seguros.v1produtor P WHERE P.codpdt = :CODPDT AND P.situacao = '1' AND P.datvig >= :DTMOVTO) UNION ALL SELECT '6', J.NUM_APOLICE, J.NRENDOS, J.NRPARCEL, ('6' || DIGITS(DEC(:CODPDT, 9, 0)) || DIGITS(DEC(J.NUM_APOLICE, 13, 0)) || DIGITS(DEC(J.NRENDOS, 9, 0)) || DIGITS(DEC(J.NRPARCEL, 4, 0)) || CHAR(DATE(J.TIMESTAMP), ISO) || CASE WHEN J.VLR_AJUSTE < 0 THEN '-' ELSE '+' END || DIGITS(DEC(ABS(J.VLR_AJUSTE) * 100, 15, 0))) FROM seguros.v0comissao_ajuste J WHERE J.codcorr = :CODPDT AND DATE(J.TIMESTAMP) = :DTMOVTO AND J.vlr_ajuste < 0 AND J.qtde_ciclos = 0 AND EXISTS (SELECT 1 FROM seguros.v1produtor P WHERE P.codpdt = :CODPDT AND P.situacao = '1' AND P.datvig >= :DTMOVTO) ORDER BY 1, 2, 3, 4 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
