       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC74P014.
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
      *- AUDITORIA DO PREMIO TARIFARIO - IMPACTO NO PREMIO POR PRODUTOR
      *- E POR SISTEMA DE ORIGEM NO PERIODO - QUANTIDADE DE
      *- DIVERGENCIAS, PREMIO A MAIS E A MENOS E SALDO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  CHAVE-QUEBRA                       PIC X(254).
           77  TIPO-QUEBRA                        PIC X(254).
           77  QTDE-DIVERGENCIAS                  PIC X(254).
           77  VLR-A-MAIOR                        PIC X(254).
           77  VLR-A-MENOR                        PIC X(254).
           77  VLR-SALDO                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           CHAVE-QUEBRA
           TIPO-QUEBRA
           QTDE-DIVERGENCIAS
           VLR-A-MAIOR
           VLR-A-MENOR
           VLR-SALDO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT CHAR(A.CODCORR) AS CHAVE_QUEBRA, 'PRODUTOR' AS TIPO_QUEBRA, COUNT(*) AS QTDE_DIVERGENCIAS, SUM(CASE WHEN A.VLR_DIFERENCA > 0 THEN A.VLR_DIFERENCA ELSE 0 END) AS VLR_A_MAIOR, SUM(CASE WHEN A.VLR_DIFERENCA < 0 THEN A.VLR_DIFERENCA ELSE 0 END) AS VLR_A_MENOR, SUM(A.VLR_DIFERENCA) AS VLR_SALDO FROM seguros.v0tarifa_auditoria A WHERE A.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY A.CODCORR UNION ALL SELECT COALESCE(A.SISTEMA_ORIGEM, 'SEM DADOS') AS CHAVE_QUEBRA, 'SISTEMA' AS TIPO_QUEBRA, COUNT(*) AS QTDE_DIVERGENCIAS, SUM(CASE WHEN A.VLR_DIFERENCA > 0 THEN A.VLR_DIFERENCA ELSE 0 END) AS VLR_A_MAIOR, SUM(CASE WHEN A.VLR_DIFERENCA < 0 THEN A.VLR_DIFERENCA ELSE 0 END) AS VLR_A_MENOR, SUM(A.VLR_DIFERENCA) AS VLR_SALDO FROM seguros.v0tarifa_auditoria A WHERE A.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL GROUP BY A.SISTEMA_ORIGEM ORDER BY 2, 1 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
