       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P055.
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
      *- CATALOGO DE RELATORIOS - VALIDA O PEDIDO NA SUBMISSAO CONTRA O
      *- CATALOGO DO IDSISTEM/CODRELAT - UMA LINHA POR FALHA COM O
      *- PARAMETRO E A MENSAGEM (OBRIGATORIO, PROIBIDO, FAIXA, VALORES
      *- ACEITOS, PERI_INICIAL MAIOR QUE PERI_FINAL) - SEM LINHAS O
      *- PEDIDO E VALIDO - EXECUTAR ANTES DE BI14P050 E AC19P030 -
      *- PARAMETRO NAO RELACIONADO NO CATALOGO E OPCIONAL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  IDSISTEM                           PIC X(254).
           77  CODRELAT                           PIC X(254).
           77  PERI-INICIAL                       PIC X(254).
           77  PERI-FINAL                         PIC X(254).
           77  DATA-REFERENCIA                    PIC X(254).
           77  MES-REFERENCIA                     PIC X(254).
           77  ANO-REFERENCIA                     PIC X(254).
           77  ORGAO                              PIC X(254).
           77  FONTE                              PIC X(254).
           77  CODPDT                             PIC X(254).
           77  RAMO                               PIC X(254).
           77  MODALIDA                           PIC X(254).
           77  CONGENER                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  NRCERTIF                           PIC X(254).
           77  NRTIT                              PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  OPERACAO                           PIC X(254).
           77  COD-PLANO                          PIC X(254).
           77  OCORHIST                           PIC X(254).
           77  NUM-PARC-LIDER                     PIC X(254).
           77  NUM-SINISTRO                       PIC X(254).
           77  NUM-ORDEM                          PIC X(254).
           77  CODUNIMO                           PIC X(254).
           77  PERI-RENOVACAO                     PIC X(254).
           77  PCT-AUMENTO                        PIC X(254).
           77  APOLIDER                           PIC X(254).
           77  ENDOSLID                           PIC X(254).
           77  NUM-SINI-LIDER                     PIC X(254).
           77  CORRECAO                           PIC X(254).
           77  PREVIA-DEFINITIVA                  PIC X(254).
           77  ANAL-RESUMO                        PIC X(254).
           77  NOME-PARAM                         PIC X(254).
           77  MENSAGEM                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           IDSISTEM
           CODRELAT
           PERI-INICIAL
           PERI-FINAL
           DATA-REFERENCIA
           MES-REFERENCIA
           ANO-REFERENCIA
           ORGAO
           FONTE
           CODPDT
           RAMO
           MODALIDA
           CONGENER
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           NRCERTIF
           NRTIT
           CODSUBES
           OPERACAO
           COD-PLANO
           OCORHIST
           NUM-PARC-LIDER
           NUM-SINISTRO
           NUM-ORDEM
           CODUNIMO
           PERI-RENOVACAO
           PCT-AUMENTO
           APOLIDER
           ENDOSLID
           NUM-SINI-LIDER
           CORRECAO
           PREVIA-DEFINITIVA
           ANAL-RESUMO
           NOME-PARAM
           MENSAGEM.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.NOME_PARAM, X.MENSAGEM FROM (SELECT 0 AS ORDEM, 'CODRELAT' AS NOME_PARAM, 'RELATORIO NAO CADASTRADO OU INATIVO NO CATALOGO' AS MENSAGEM FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0relat_catalogo K WHERE K.idsistem = :IDSISTEM AND K.codrelat = :CODRELAT AND K.situacao = '1') UNION ALL SELECT 1 AS ORDEM, V.NOME_PARAM, CASE WHEN P.ind_uso = 'O' AND V.ind_informado = 'N' THEN 'PARAMETRO OBRIGATORIO NAO INFORMADO' WHEN P.ind_uso = 'X' AND V.ind_informado = 'S' THEN 'PARAMETRO NAO PERMITIDO PARA ESTE RELATORIO' WHEN V.ind_informado = 'S' AND P.vlr_minimo IS NOT NULL AND V.vlr_num < P.vlr_minimo THEN 'VALOR ABAIXO DO MINIMO ' || RTRIM(CHAR(P.VLR_MINIMO)) WHEN V.ind_informado = 'S' AND P.vlr_maximo IS NOT NULL AND V.vlr_num > P.vlr_maximo THEN 'VALOR ACIMA DO MAXIMO ' || RTRIM(CHAR(P.VLR_MAXIMO)) WHEN V.ind_informado = 'S' AND P.valores_permitidos <> ' ' AND LOCATE(',' || RTRIM(LTRIM(V.VLR_CHAR)) || ',', ',' || RTRIM(P.VALORES_PERMITIDOS) || ',') = 0 THEN 'VALOR NAO PERMITIDO - ACEITOS ' || RTRIM(P.VALORES_PERMITIDOS) ELSE ' ' END AS MENSAGEM FROM (SELECT 'PERI_INICIAL' AS NOME_PARAM, CASE WHEN TRANSLATE(:PERI-INICIAL, ' ', '0') <> ' ' AND :PERI-INICIAL NOT LIKE '0001-01-01%' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CAST(NULL AS DEC(15,2)) AS VLR_NUM, SUBSTR(:PERI-INICIAL,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'PERI_FINAL' AS NOME_PARAM, CASE WHEN TRANSLATE(:PERI-FINAL, ' ', '0') <> ' ' AND :PERI-FINAL NOT LIKE '0001-01-01%' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CAST(NULL AS DEC(15,2)) AS VLR_NUM, SUBSTR(:PERI-FINAL,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'DATA_REFERENCIA' AS NOME_PARAM, CASE WHEN TRANSLATE(:DATA-REFERENCIA, ' ', '0') <> ' ' AND :DATA-REFERENCIA NOT LIKE '0001-01-01%' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CAST(NULL AS DEC(15,2)) AS VLR_NUM, SUBSTR(:DATA-REFERENCIA,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'MES_REFERENCIA' AS NOME_PARAM, CASE WHEN TRANSLATE(:MES-REFERENCIA, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:MES-REFERENCIA, ' ', '0') <> ' ' THEN DEC(:MES-REFERENCIA,15,2) END AS VLR_NUM, SUBSTR(:MES-REFERENCIA,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'ANO_REFERENCIA' AS NOME_PARAM, CASE WHEN TRANSLATE(:ANO-REFERENCIA, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:ANO-REFERENCIA, ' ', '0') <> ' ' THEN DEC(:ANO-REFERENCIA,15,2) END AS VLR_NUM, SUBSTR(:ANO-REFERENCIA,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'ORGAO' AS NOME_PARAM, CASE WHEN TRANSLATE(:ORGAO, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:ORGAO, ' ', '0') <> ' ' THEN DEC(:ORGAO,15,2) END AS VLR_NUM, SUBSTR(:ORGAO,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'FONTE' AS NOME_PARAM, CASE WHEN TRANSLATE(:FONTE, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:FONTE, ' ', '0') <> ' ' THEN DEC(:FONTE,15,2) END AS VLR_NUM, SUBSTR(:FONTE,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'CODPDT' AS NOME_PARAM, CASE WHEN TRANSLATE(:CODPDT, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:CODPDT, ' ', '0') <> ' ' THEN DEC(:CODPDT,15,2) END AS VLR_NUM, SUBSTR(:CODPDT,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'RAMO' AS NOME_PARAM, CASE WHEN TRANSLATE(:RAMO, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:RAMO, ' ', '0') <> ' ' THEN DEC(:RAMO,15,2) END AS VLR_NUM, SUBSTR(:RAMO,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'MODALIDA' AS NOME_PARAM, CASE WHEN TRANSLATE(:MODALIDA, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:MODALIDA, ' ', '0') <> ' ' THEN DEC(:MODALIDA,15,2) END AS VLR_NUM, SUBSTR(:MODALIDA,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'CONGENER' AS NOME_PARAM, CASE WHEN TRANSLATE(:CONGENER, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:CONGENER, ' ', '0') <> ' ' THEN DEC(:CONGENER,15,2) END AS VLR_NUM, SUBSTR(:CONGENER,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'NUM_APOLICE' AS NOME_PARAM, CASE WHEN TRANSLATE(:NUM-APOLICE, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:NUM-APOLICE, ' ', '0') <> ' ' THEN DEC(:NUM-APOLICE,15,2) END AS VLR_NUM, SUBSTR(:NUM-APOLICE,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'NRENDOS' AS NOME_PARAM, CASE WHEN TRANSLATE(:NRENDOS, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:NRENDOS, ' ', '0') <> ' ' THEN DEC(:NRENDOS,15,2) END AS VLR_NUM, SUBSTR(:NRENDOS,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'NRPARCEL' AS NOME_PARAM, CASE WHEN TRANSLATE(:NRPARCEL, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:NRPARCEL, ' ', '0') <> ' ' THEN DEC(:NRPARCEL,15,2) END AS VLR_NUM, SUBSTR(:NRPARCEL,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'NRCERTIF' AS NOME_PARAM, CASE WHEN TRANSLATE(:NRCERTIF, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:NRCERTIF, ' ', '0') <> ' ' THEN DEC(:NRCERTIF,15,2) END AS VLR_NUM, SUBSTR(:NRCERTIF,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'NRTIT' AS NOME_PARAM, CASE WHEN TRANSLATE(:NRTIT, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:NRTIT, ' ', '0') <> ' ' THEN DEC(:NRTIT,15,2) END AS VLR_NUM, SUBSTR(:NRTIT,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'CODSUBES' AS NOME_PARAM, CASE WHEN TRANSLATE(:CODSUBES, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:CODSUBES, ' ', '0') <> ' ' THEN DEC(:CODSUBES,15,2) END AS VLR_NUM, SUBSTR(:CODSUBES,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'OPERACAO' AS NOME_PARAM, CASE WHEN TRANSLATE(:OPERACAO, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:OPERACAO, ' ', '0') <> ' ' THEN DEC(:OPERACAO,15,2) END AS VLR_NUM, SUBSTR(:OPERACAO,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'COD_PLANO' AS NOME_PARAM, CASE WHEN TRANSLATE(:COD-PLANO, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:COD-PLANO, ' ', '0') <> ' ' THEN DEC(:COD-PLANO,15,2) END AS VLR_NUM, SUBSTR(:COD-PLANO,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'OCORHIST' AS NOME_PARAM, CASE WHEN TRANSLATE(:OCORHIST, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:OCORHIST, ' ', '0') <> ' ' THEN DEC(:OCORHIST,15,2) END AS VLR_NUM, SUBSTR(:OCORHIST,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'NUM_PARC_LIDER' AS NOME_PARAM, CASE WHEN TRANSLATE(:NUM-PARC-LIDER, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:NUM-PARC-LIDER, ' ', '0') <> ' ' THEN DEC(:NUM-PARC-LIDER,15,2) END AS VLR_NUM, SUBSTR(:NUM-PARC-LIDER,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'NUM_SINISTRO' AS NOME_PARAM, CASE WHEN TRANSLATE(:NUM-SINISTRO, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:NUM-SINISTRO, ' ', '0') <> ' ' THEN DEC(:NUM-SINISTRO,15,2) END AS VLR_NUM, SUBSTR(:NUM-SINISTRO,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'NUM_ORDEM' AS NOME_PARAM, CASE WHEN TRANSLATE(:NUM-ORDEM, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:NUM-ORDEM, ' ', '0') <> ' ' THEN DEC(:NUM-ORDEM,15,2) END AS VLR_NUM, SUBSTR(:NUM-ORDEM,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'CODUNIMO' AS NOME_PARAM, CASE WHEN TRANSLATE(:CODUNIMO, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:CODUNIMO, ' ', '0') <> ' ' THEN DEC(:CODUNIMO,15,2) END AS VLR_NUM, SUBSTR(:CODUNIMO,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'PERI_RENOVACAO' AS NOME_PARAM, CASE WHEN TRANSLATE(:PERI-RENOVACAO, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:PERI-RENOVACAO, ' ', '0') <> ' ' THEN DEC(:PERI-RENOVACAO,15,2) END AS VLR_NUM, SUBSTR(:PERI-RENOVACAO,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'PCT_AUMENTO' AS NOME_PARAM, CASE WHEN TRANSLATE(:PCT-AUMENTO, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CASE WHEN TRANSLATE(:PCT-AUMENTO, ' ', '0') <> ' ' THEN DEC(:PCT-AUMENTO,15,2) END AS VLR_NUM, SUBSTR(:PCT-AUMENTO,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'APOLIDER' AS NOME_PARAM, CASE WHEN TRANSLATE(:APOLIDER, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CAST(NULL AS DEC(15,2)) AS VLR_NUM, SUBSTR(:APOLIDER,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'ENDOSLID' AS NOME_PARAM, CASE WHEN TRANSLATE(:ENDOSLID, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CAST(NULL AS DEC(15,2)) AS VLR_NUM, SUBSTR(:ENDOSLID,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'NUM_SINI_LIDER' AS NOME_PARAM, CASE WHEN TRANSLATE(:NUM-SINI-LIDER, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CAST(NULL AS DEC(15,2)) AS VLR_NUM, SUBSTR(:NUM-SINI-LIDER,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'CORRECAO' AS NOME_PARAM, CASE WHEN TRANSLATE(:CORRECAO, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CAST(NULL AS DEC(15,2)) AS VLR_NUM, SUBSTR(:CORRECAO,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'PREVIA_DEFINITIVA' AS NOME_PARAM, CASE WHEN TRANSLATE(:PREVIA-DEFINITIVA, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CAST(NULL AS DEC(15,2)) AS VLR_NUM, SUBSTR(:PREVIA-DEFINITIVA,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1 UNION ALL SELECT 'ANAL_RESUMO' AS NOME_PARAM, CASE WHEN TRANSLATE(:ANAL-RESUMO, ' ', '0') <> ' ' THEN 'S' ELSE 'N' END AS IND_INFORMADO, CAST(NULL AS DEC(15,2)) AS VLR_NUM, SUBSTR(:ANAL-RESUMO,1,30) AS VLR_CHAR FROM SYSIBM.SYSDUMMY1) V, seguros.v0relat_catalogo_param P WHERE P.idsistem = :IDSISTEM AND P.codrelat = :CODRELAT AND P.nome_param = V.nome_param UNION ALL SELECT 2 AS ORDEM, 'PERI_FINAL' AS NOME_PARAM, 'PERI_INICIAL MAIOR QUE PERI_FINAL' AS MENSAGEM FROM SYSIBM.SYSDUMMY1 WHERE :PERI-INICIAL <> ' ' AND :PERI-FINAL <> ' ' AND :PERI-INICIAL NOT LIKE '0001-01-01%' AND :PERI-FINAL NOT LIKE '0001-01-01%' AND DATE(:PERI-INICIAL) > DATE(:PERI-FINAL)) X WHERE X.MENSAGEM <> ' ' ORDER BY X.ORDEM, X.NOME_PARAM END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
