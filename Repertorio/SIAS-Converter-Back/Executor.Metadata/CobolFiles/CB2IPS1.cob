       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPS1.
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
      *- AVISO DE SINISTRO - CRITICA NA ENTRADA - DATA DO SINISTRO
      *- DENTRO DA VIGENCIA DTINIVIG/DTTERVIG DO ENDOSSO, COBERTURA
      *- EXISTENTE PARA O ITEM EM V1COBERAPOL E PARCELAS EM ABERTO NA
      *- DATA DO SINISTRO - EXECUTAR ANTES DE CB2IPS2; NENHUMA LINHA
      *- RETORNADA REJEITA APOLICE/ENDOSSO INEXISTENTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NUM-ITEM                           PIC X(254).
           77  COD-COBERTURA                      PIC X(254).
           77  DATA-SINISTRO                      PIC X(254).
           77  DTINIVIG                           PIC X(254).
           77  DTTERVIG                           PIC X(254).
           77  SITUACAO-APOLICE                   PIC X(254).
           77  IND-VIGENCIA                       PIC X(254).
           77  IND-COBERTURA                      PIC X(254).
           77  QTDE-PARC-ABERTA                   PIC X(254).
           77  VLR-PARC-ABERTA                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           NUM-ITEM
           COD-COBERTURA
           DATA-SINISTRO
           DTINIVIG
           DTTERVIG
           SITUACAO-APOLICE
           IND-VIGENCIA
           IND-COBERTURA
           QTDE-PARC-ABERTA
           VLR-PARC-ABERTA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT E.DTINIVIG, E.DTTERVIG, A.SITUACAO AS SITUACAO_APOLICE, CASE WHEN E.SITUACAO <> '2' AND A.SITUACAO <> '2' AND :DATA-SINISTRO BETWEEN E.DTINIVIG AND E.DTTERVIG THEN 'S' ELSE 'N' END AS IND_VIGENCIA, CASE WHEN EXISTS (SELECT 1 FROM seguros.v1coberapol C WHERE C.num_apolice = E.num_apolice AND C.nrendos = E.nrendos AND C.num_item = :NUM-ITEM AND C.cod_cobertura = :COD-COBERTURA AND :DATA-SINISTRO BETWEEN C.data_inivigencia AND C.data_tervigencia) THEN 'S' ELSE 'N' END AS IND_COBERTURA, (SELECT COUNT(*) FROM seguros.v0parcela_devedor D WHERE D.num_apolice = E.num_apolice AND D.situacao = '0' AND D.dtvencto <= :DATA-SINISTRO) AS QTDE_PARC_ABERTA, COALESCE((SELECT SUM(D.VLPRMTOT) FROM seguros.v0parcela_devedor D WHERE D.num_apolice = E.num_apolice AND D.situacao = '0' AND D.dtvencto <= :DATA-SINISTRO),0) AS VLR_PARC_ABERTA FROM seguros.v1endosso E, seguros.v1apolice A WHERE E.num_apolice = :NUM-APOLICE AND E.nrendos = :NRENDOS AND A.num_apolice = E.num_apolice END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
