       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPS2.
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
      *- AVISO DE SINISTRO - REGISTRA O AVISO COM APOLICE, ENDOSSO,
      *- ITEM, COBERTURA, DATA DO SINISTRO E VALOR ESTIMADO - GRAVA O
      *- RESULTADO DAS TRES CRITICAS DE CB2IPS1 - SITUACAO 0 ABERTO
      *- QUANDO TODAS PASSAM, P PENDENTE DE ANALISE DO REGULADOR QUANDO
      *- FORA DE VIGENCIA, SEM COBERTURA OU COM PARCELA EM ABERTO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SINISTRO                       PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NUM-ITEM                           PIC X(254).
           77  COD-COBERTURA                      PIC X(254).
           77  DATA-SINISTRO                      PIC X(254).
           77  DATA-AVISO                         PIC X(254).
           77  VLR-ESTIMADO                       PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SINISTRO
           NUM-APOLICE
           NRENDOS
           NUM-ITEM
           COD-COBERTURA
           DATA-SINISTRO
           DATA-AVISO
           VLR-ESTIMADO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0sinistro_aviso (NUM_SINISTRO, NUM_APOLICE, NRENDOS, NUM_ITEM, COD_COBERTURA, RAMO, CODCLIEN, DATA_SINISTRO, DATA_AVISO, VLR_ESTIMADO, IND_VIGENCIA, IND_COBERTURA, QTDE_PARC_ABERTA, SITUACAO, COD_USUARIO, TIMESTAMP) SELECT :NUM-SINISTRO, E.NUM_APOLICE, E.NRENDOS, :NUM-ITEM, :COD-COBERTURA, A.RAMO, E.CODCLIEN, :DATA-SINISTRO, :DATA-AVISO, :VLR-ESTIMADO, CASE WHEN E.SITUACAO <> '2' AND A.SITUACAO <> '2' AND :DATA-SINISTRO BETWEEN E.DTINIVIG AND E.DTTERVIG THEN 'S' ELSE 'N' END, CASE WHEN EXISTS (SELECT 1 FROM seguros.v1coberapol C WHERE C.num_apolice = E.num_apolice AND C.nrendos = E.nrendos AND C.num_item = :NUM-ITEM AND C.cod_cobertura = :COD-COBERTURA AND :DATA-SINISTRO BETWEEN C.data_inivigencia AND C.data_tervigencia) THEN 'S' ELSE 'N' END, (SELECT COUNT(*) FROM seguros.v0parcela_devedor D WHERE D.num_apolice = E.num_apolice AND D.situacao = '0' AND D.dtvencto <= :DATA-SINISTRO), CASE WHEN CASE WHEN E.SITUACAO <> '2' AND A.SITUACAO <> '2' AND :DATA-SINISTRO BETWEEN E.DTINIVIG AND E.DTTERVIG THEN 'S' ELSE 'N' END = 'S' AND CASE WHEN EXISTS (SELECT 1 FROM seguros.v1coberapol C WHERE C.num_apolice = E.num_apolice AND C.nrendos = E.nrendos AND C.num_item = :NUM-ITEM AND C.cod_cobertura = :COD-COBERTURA AND :DATA-SINISTRO BETWEEN C.data_inivigencia AND C.data_tervigencia) THEN 'S' ELSE 'N' END = 'S' AND (SELECT COUNT(*) FROM seguros.v0parcela_devedor D WHERE D.num_apolice = E.num_apolice AND D.situacao = '0' AND D.dtvencto <= :DATA-SINISTRO) = 0 THEN '0' ELSE 'P' END, :COD-USUARIO, current timestamp FROM seguros.v1endosso E, seguros.v1apolice A WHERE E.num_apolice = :NUM-APOLICE AND E.nrendos = :NRENDOS AND A.num_apolice = E.num_apolice AND NOT EXISTS (SELECT 1 FROM seguros.v0sinistro_aviso S WHERE S.num_sinistro = :NUM-SINISTRO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
