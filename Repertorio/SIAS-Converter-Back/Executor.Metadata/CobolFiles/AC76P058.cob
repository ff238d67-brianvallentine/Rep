       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P058.
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
      *- PERSISTENCIA DE CARTEIRA - PRODUTORES COM CAIDA PRECOCE ACIMA
      *- DA MEDIA - PERCENTUAL DE APOLICES CANCELADAS OU EM DIVIDA AOS
      *- 3 MESES NAS SAFRAS DO PERIODO MAIOR QUE A MEDIA GERAL VEZES O
      *- FATOR INFORMADO, COM UM MINIMO DE APOLICES APURADAS - PARA A
      *- AREA COMERCIAL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES-INICIAL                    PIC X(254).
           77  ANO-MES-FINAL                      PIC X(254).
           77  FATOR                              PIC X(254).
           77  QTDE-MINIMA                        PIC X(254).
           77  CODCORR                            PIC X(254).
           77  QTDE-APURADAS                      PIC X(254).
           77  QTDE-CAIDAS                        PIC X(254).
           77  PCT-CAIDA                          PIC X(254).
           77  PCT-CAIDA-MEDIA                    PIC X(254).
           77  VEZES-MEDIA                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES-INICIAL
           ANO-MES-FINAL
           FATOR
           QTDE-MINIMA
           CODCORR
           QTDE-APURADAS
           QTDE-CAIDAS
           PCT-CAIDA
           PCT-CAIDA-MEDIA
           VEZES-MEDIA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT P.CODCORR, P.QTDE_APURADAS, P.QTDE_CAIDAS, P.PCT_CAIDA, G.PCT_CAIDA AS PCT_CAIDA_MEDIA, P.PCT_CAIDA / G.PCT_CAIDA AS VEZES_MEDIA FROM (SELECT C.CODCORR, COUNT(*) AS QTDE_APURADAS, SUM(CASE WHEN S.SITUACAO IN ('C', 'D') THEN 1 ELSE 0 END) AS QTDE_CAIDAS, DEC(SUM(CASE WHEN S.SITUACAO IN ('C', 'D') THEN 1 ELSE 0 END) * 100, 9, 2) / COUNT(*) AS PCT_CAIDA FROM seguros.v0persist_coorte C, seguros.v0persist_situacao S WHERE S.num_apolice = C.num_apolice AND S.qtmeses = 3 AND C.ano_mes_emissao BETWEEN :ANO-MES-INICIAL AND :ANO-MES-FINAL GROUP BY C.CODCORR) P, (SELECT DEC(SUM(CASE WHEN S.SITUACAO IN ('C', 'D') THEN 1 ELSE 0 END) * 100, 9, 2) / COUNT(*) AS PCT_CAIDA FROM seguros.v0persist_coorte C, seguros.v0persist_situacao S WHERE S.num_apolice = C.num_apolice AND S.qtmeses = 3 AND C.ano_mes_emissao BETWEEN :ANO-MES-INICIAL AND :ANO-MES-FINAL) G WHERE P.QTDE_APURADAS >= :QTDE-MINIMA AND G.PCT_CAIDA > 0 AND P.PCT_CAIDA > G.PCT_CAIDA * :FATOR ORDER BY P.PCT_CAIDA DESC END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
