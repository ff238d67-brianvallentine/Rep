       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP289.
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
      *- FALLBACK DE COBRANCA - PARCELAS EM ABERTO DO DEBITO CEF QUE
      *- ATINGIRAM A REGRA DO PRODUTO NO RETORNO DO DIA - QUANTIDADE DE
      *- RECUSAS DA PARCELA E ULTIMO CODIGO DE RETORNO - NOVO
      *- VENCIMENTO NO PROXIMO DIA UTIL - PARA CADA LINHA GRAVAR O
      *- FALLBACK POR CB2JP290, GUARDAR A CONFIGURACAO POR CB2JP215A,
      *- LOGAR E TROCAR O TIPO DE COBRANCA POR CB2JP291/CB2JP292,
      *- EMITIR O BOLETO (CB2UPE5) OU O PIX (CB2UPEC), AMARRAR O
      *- DOCUMENTO POR CB2JP293 E AVISAR O CLIENTE POR CB51P051
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  VLPRMTOT                           PIC X(254).
           77  CODCLIEN                           PIC X(254).
           77  CODPRODU                           PIC X(254).
           77  TIPO-COBRANCA                      PIC X(254).
           77  TIPO-COBRANCA-NOVO                 PIC X(254).
           77  QTDE-FALHAS                        PIC X(254).
           77  COD-RETORNO-CEF                    PIC X(254).
           77  NOVA-DTVENCTO                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           VLPRMTOT
           CODCLIEN
           CODPRODU
           TIPO-COBRANCA
           TIPO-COBRANCA-NOVO
           QTDE-FALHAS
           COD-RETORNO-CEF
           NOVA-DTVENCTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.NUM_APOLICE, X.NRENDOS, X.NRPARCEL, X.VLPRMTOT, X.CODCLIEN, X.CODPRODU, X.TIPO_COBRANCA, X.TIPO_COBRANCA_NOVO, X.QTDE_FALHAS, X.COD_RETORNO_CEF, (SELECT MIN(K.DATA_CALEND) FROM seguros.v0calendario K WHERE K.data_calend >= (:DTMOVABE + X.QTDIAS_VENCTO DAYS) AND K.ind_dia_util = '1') AS NOVA_DTVENCTO FROM (SELECT P.NUM_APOLICE, P.NRENDOS, P.NRPARCEL, P.VLPRMTOT, E.CODCLIEN, A.CODPRODU, A.TIPO_COBRANCA, F.TIPO_COBRANCA_NOVO, F.QTDE_FALHAS_MAX, F.QTDIAS_VENCTO, (SELECT COUNT(*) FROM seguros.v0movdebcc_cef M WHERE M.num_apolice = P.num_apolice AND M.nrendos = P.nrendos AND M.nrparcel = P.nrparcel AND M.sit_cobranca = '2') AS QTDE_FALHAS, (SELECT M.COD_RETORNO_CEF FROM seguros.v0movdebcc_cef M WHERE M.num_apolice = P.num_apolice AND M.nrendos = P.nrendos AND M.nrparcel = P.nrparcel AND M.sit_cobranca = '2' ORDER BY M.DTRETORNO DESC FETCH FIRST 1 ROW ONLY) AS COD_RETORNO_CEF FROM seguros.v1parcela P, seguros.v0apolcob A, seguros.v0cobr_fallback_param F, seguros.v1endosso E WHERE P.situacao = '0' AND A.num_apolice = P.num_apolice AND A.nrendos = P.nrendos AND A.tipo_cobranca NOT IN ('M', 'B', 'P') AND F.codprodu = A.codprodu AND F.situacao = '1' AND E.num_apolice = P.num_apolice AND E.nrendos = P.nrendos AND EXISTS (SELECT 1 FROM seguros.v0movdebcc_cef M WHERE M.num_apolice = P.num_apolice AND M.nrendos = P.nrendos AND M.nrparcel = P.nrparcel AND M.sit_cobranca = '2' AND M.dtretorno = :DTMOVABE) AND NOT EXISTS (SELECT 1 FROM seguros.v0cobr_fallback B WHERE B.num_apolice = P.num_apolice AND B.nrendos = P.nrendos AND B.nrparcel = P.nrparcel AND B.situacao = '0')) X WHERE X.QTDE_FALHAS >= X.QTDE_FALHAS_MAX OR EXISTS (SELECT 1 FROM seguros.v0cobr_fallback_cod C WHERE C.codprodu = X.codprodu AND C.cod_retorno_cef = X.cod_retorno_cef) ORDER BY X.NUM_APOLICE, X.NRENDOS, X.NRPARCEL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
