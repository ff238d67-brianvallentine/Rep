       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPF7.
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
      *- ARQUIVO DIARIO DO PRODUTOR - PRODUTORES DO ARQUIVO DO DIA COM
      *- HEADER (TIPO 0: CODPDT, NOME, DATA) E TRAILER (TIPO 9:
      *- QUANTIDADE DE DETALHES POR TIPO) - SOMENTE PRODUTOR ATIVO COM
      *- REGISTRO SUSEP VIGENTE E COM MOVIMENTO NO DIA - PARA CADA UM
      *- GERAR OS DETALHES POR CB2UPF6 E REGISTRAR POR CB2UPF8
      *- HEADER 62 POSICOES: TIPO(1) CODPDT(9) DATA(10) NOME(42) -
      *- TRAILER 62 POSICOES: TIPO(1) CODPDT(9) DATA(10) E
      *- QUANTIDADES(7) DOS TIPOS 1 A 6 NA ORDEM
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
           77  CODPDT                             PIC X(254).
           77  NOMPDT                             PIC X(254).
           77  RGSUSEP                            PIC X(254).
           77  LINHA-HEADER                       PIC X(254).
           77  QTDE-EMISSAO                       PIC X(254).
           77  QTDE-QUITADA                       PIC X(254).
           77  QTDE-CANCELAMENTO                  PIC X(254).
           77  QTDE-ATRASO                        PIC X(254).
           77  QTDE-COMISSAO                      PIC X(254).
           77  QTDE-ESTORNO                       PIC X(254).
           77  LINHA-TRAILER                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO
           CODPDT
           NOMPDT
           RGSUSEP
           LINHA-HEADER
           QTDE-EMISSAO
           QTDE-QUITADA
           QTDE-CANCELAMENTO
           QTDE-ATRASO
           QTDE-COMISSAO
           QTDE-ESTORNO
           LINHA-TRAILER.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT P.CODPDT, P.NOMPDT, P.RGSUSEP, ('0' || DIGITS(DEC(P.CODPDT, 9, 0)) || CHAR(DATE(:DTMOVTO), ISO) || SUBSTR(P.NOMPDT || REPEAT(' ', 42), 1, 42)) AS LINHA_HEADER, (SELECT COUNT(*) FROM seguros.v0emisdiaria D WHERE D.codcorr = P.codpdt AND D.dtmovto = :DTMOVTO) AS QTDE_EMISSAO, (SELECT COUNT(*) FROM seguros.v0histoparc H, seguros.v1apolice A WHERE H.dtqitbco = :DTMOVTO AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND A.num_apolice = H.num_apolice AND A.codpdt = P.codpdt) AS QTDE_QUITADA, (SELECT COUNT(*) FROM seguros.v1endosso E, seguros.v1apolice A WHERE E.tipo_endosso = '3' AND E.dtemis = :DTMOVTO AND A.num_apolice = E.num_apolice AND A.codpdt = P.codpdt) AS QTDE_CANCELAMENTO, (SELECT COUNT(*) FROM seguros.v0parcela_devedor V, seguros.v1apolice A WHERE V.situacao = '0' AND V.dtvencto < :DTMOVTO AND A.num_apolice = V.num_apolice AND A.codpdt = P.codpdt) AS QTDE_ATRASO, (SELECT COUNT(*) FROM seguros.v0histoparc H, seguros.v1endosso E, seguros.v1apolcorret C WHERE H.dtqitbco = :DTMOVTO AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND E.num_apolice = H.num_apolice AND E.nrendos = H.nrendos AND C.num_apolice = H.num_apolice AND C.codcorr = P.codpdt AND C.ramofr = E.ramo AND C.modalifr = E.modalida AND H.dtmovto BETWEEN C.DTINIVIG AND C.DTTERVIG) AS QTDE_COMISSAO, (SELECT COUNT(*) FROM seguros.v0comissao_ajuste J WHERE J.codcorr = P.codpdt AND DATE(J.TIMESTAMP) = :DTMOVTO AND J.vlr_ajuste < 0 AND J.qtde_ciclos = 0) AS QTDE_ESTORNO, ('9' || DIGITS(DEC(P.CODPDT, 9, 0)) || CHAR(DATE(:DTMOVTO), ISO) || DIGITS(DEC((SELECT COUNT(*) FROM seguros.v0emisdiaria D WHERE D.codcorr = P.codpdt AND D.dtmovto = :DTMOVTO), 7, 0)) || DIGITS(DEC((SELECT COUNT(*) FROM seguros.v0histoparc H, seguros.v1apolice A WHERE H.dtqitbco = :DTMOVTO AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND A.num_apolice = H.num_apolice AND A.codpdt = P.codpdt), 7, 0)) || DIGITS(DEC((SELECT COUNT(*) FROM seguros.v0parcela_devedor V, seguros.v1apolice A WHERE V.situacao = '0' AND V.dtvencto < :DTMOVTO AND A.num_apolice = V.num_apolice AND A.codpdt = P.codpdt), 7, 0)) || DIGITS(DEC((SELECT COUNT(*) FROM seguros.v1endosso E, seguros.v1apolice A WHERE E.tipo_endosso = '3' AND E.dtemis = :DTMOVTO AND A.num_apolice = E.num_apolice AND A.codpdt = P.codpdt), 7, 0)) || DIGITS(DEC((SELECT COUNT(*) FROM seguros.v0histoparc H, seguros.v1endosso E, seguros.v1apolcorret C WHERE H.dtqitbco = :DTMOVTO AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND E.num_apolice = H.num_apolice AND E.nrendos = H.nrendos AND C.num_apolice = H.num_apolice AND C.codcorr = P.codpdt AND C.ramofr = E.ramo AND C.modalifr = E.modalida AND H.dtmovto BETWEEN C.DTINIVIG AND C.DTTERVIG), 7, 0)) || DIGITS(DEC((SELECT COUNT(*) FROM seguros.v0comissao_ajuste J WHERE J.codcorr = P.codpdt AND DATE(J.TIMESTAMP) = :DTMOVTO AND J.vlr_ajuste < 0 AND J.qtde_ciclos = 0), 7, 0))) AS LINHA_TRAILER FROM seguros.v1produtor P WHERE P.situacao = '1' AND P.datvig >= :DTMOVTO AND (EXISTS (SELECT 1 FROM seguros.v0emisdiaria D WHERE D.codcorr = P.codpdt AND D.dtmovto = :DTMOVTO) OR EXISTS (SELECT 1 FROM seguros.v0histoparc H, seguros.v1apolice A WHERE H.dtqitbco = :DTMOVTO AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND A.num_apolice = H.num_apolice AND A.codpdt = P.codpdt) OR EXISTS (SELECT 1 FROM seguros.v0parcela_devedor V, seguros.v1apolice A WHERE V.situacao = '0' AND V.dtvencto < :DTMOVTO AND A.num_apolice = V.num_apolice AND A.codpdt = P.codpdt) OR EXISTS (SELECT 1 FROM seguros.v0histoparc H, seguros.v1endosso E, seguros.v1apolcorret C WHERE H.dtqitbco = :DTMOVTO AND (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND E.num_apolice = H.num_apolice AND E.nrendos = H.nrendos AND C.num_apolice = H.num_apolice AND C.codcorr = P.codpdt AND C.ramofr = E.ramo AND C.modalifr = E.modalida AND H.dtmovto BETWEEN C.DTINIVIG AND C.DTTERVIG) OR EXISTS (SELECT 1 FROM seguros.v1endosso E, seguros.v1apolice A WHERE E.tipo_endosso = '3' AND E.dtemis = :DTMOVTO AND A.num_apolice = E.num_apolice AND A.codpdt = P.codpdt) OR EXISTS (SELECT 1 FROM seguros.v0comissao_ajuste J WHERE J.codcorr = P.codpdt AND DATE(J.TIMESTAMP) = :DTMOVTO AND J.vlr_ajuste < 0 AND J.qtde_ciclos = 0)) ORDER BY P.CODPDT END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
