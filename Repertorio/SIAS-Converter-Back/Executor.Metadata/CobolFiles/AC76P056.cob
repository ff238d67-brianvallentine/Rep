       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P056.
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
      *- PERSISTENCIA DE CARTEIRA - SITUACAO NO FIM DO MES DAS SAFRAS
      *- QUE COMPLETAM 3, 6 E 12 MESES - C CANCELADA (ENDOSSO DE
      *- CANCELAMENTO ATE A DATA), D EM DIVIDA (PARCELA DEVEDORA ABERTA
      *- VENCIDA ATE A DATA), A ATIVA E PAGANDO - RODA TODO FIM DE MES
      *- E GUARDA A FOTO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-REFERENCIA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-REFERENCIA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0persist_situacao (ANO_MES_EMISSAO, NUM_APOLICE, QTMESES, DT_REFERENCIA, SITUACAO, TIMESTAMP) SELECT C.ANO_MES_EMISSAO, C.NUM_APOLICE, YEAR(:DT-REFERENCIA) * 12 + MONTH(:DT-REFERENCIA) - ((C.ANO_MES_EMISSAO / 100) * 12 + MOD(C.ANO_MES_EMISSAO, 100)), :DT-REFERENCIA, CASE WHEN EXISTS (SELECT 1 FROM seguros.v1endosso X WHERE X.num_apolice = C.num_apolice AND X.tipo_endosso = '3' AND X.dtemis <= :DT-REFERENCIA) THEN 'C' WHEN EXISTS (SELECT 1 FROM seguros.v0parcela_devedor D WHERE D.num_apolice = C.num_apolice AND D.situacao = '0' AND D.dtvencto <= :DT-REFERENCIA) THEN 'D' ELSE 'A' END, current timestamp FROM seguros.v0persist_coorte C WHERE YEAR(:DT-REFERENCIA) * 12 + MONTH(:DT-REFERENCIA) - ((C.ANO_MES_EMISSAO / 100) * 12 + MOD(C.ANO_MES_EMISSAO, 100)) IN (3, 6, 12) AND NOT EXISTS (SELECT 1 FROM seguros.v0persist_situacao S WHERE S.num_apolice = C.num_apolice AND S.dt_referencia = :DT-REFERENCIA) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
