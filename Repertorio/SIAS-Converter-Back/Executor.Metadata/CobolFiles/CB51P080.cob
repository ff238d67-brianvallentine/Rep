       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P080.
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
      *- OPEN INSURANCE - CONSULTA DOS CONSENTIMENTOS DO CPF/CNPJ COM A
      *- SITUACAO NA DATA - V VIGENTE, E EXPIRADO, R REVOGADO - E A
      *- QUANTIDADE DE EXTRACOES JA REALIZADAS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CGCCPF                             PIC X(254).
           77  DTMOVABE                           PIC X(254).
           77  ID-CONSENTIMENTO                   PIC X(254).
           77  COD-INSTITUICAO                    PIC X(254).
           77  NOME-INSTITUICAO                   PIC X(254).
           77  IND-ESCOPO-APOLICE                 PIC X(254).
           77  IND-ESCOPO-COBERTURA               PIC X(254).
           77  IND-ESCOPO-PARCELA                 PIC X(254).
           77  IND-ESCOPO-PAGAMENTO               PIC X(254).
           77  DT-CONCESSAO                       PIC X(254).
           77  DT-EXPIRACAO                       PIC X(254).
           77  DT-REVOGACAO                       PIC X(254).
           77  SIT-CONSENTIMENTO                  PIC X(254).
           77  QTDE-EXTRACOES                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CGCCPF
           DTMOVABE
           ID-CONSENTIMENTO
           COD-INSTITUICAO
           NOME-INSTITUICAO
           IND-ESCOPO-APOLICE
           IND-ESCOPO-COBERTURA
           IND-ESCOPO-PARCELA
           IND-ESCOPO-PAGAMENTO
           DT-CONCESSAO
           DT-EXPIRACAO
           DT-REVOGACAO
           SIT-CONSENTIMENTO
           QTDE-EXTRACOES.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT C.ID_CONSENTIMENTO, C.COD_INSTITUICAO, C.NOME_INSTITUICAO, C.IND_ESCOPO_APOLICE, C.IND_ESCOPO_COBERTURA, C.IND_ESCOPO_PARCELA, C.IND_ESCOPO_PAGAMENTO, C.DT_CONCESSAO, C.DT_EXPIRACAO, C.DT_REVOGACAO, CASE WHEN C.SITUACAO = '2' THEN 'R' WHEN C.DT_EXPIRACAO < :DTMOVABE THEN 'E' ELSE 'V' END AS SIT_CONSENTIMENTO, (SELECT COUNT(*) FROM seguros.v0openins_extracao X WHERE X.id_consentimento = C.id_consentimento) AS QTDE_EXTRACOES FROM seguros.v0openins_consent C WHERE REPLACE(REPLACE(REPLACE(C.CGCCPF, '.', ''), '/', ''), '-', '') = REPLACE(REPLACE(REPLACE(:CGCCPF, '.', ''), '/', ''), '-', '') ORDER BY C.DT_CONCESSAO DESC END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
