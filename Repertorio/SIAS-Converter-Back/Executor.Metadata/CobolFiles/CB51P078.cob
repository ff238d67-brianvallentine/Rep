       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P078.
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
      *- OPEN INSURANCE - REGISTRO DO CONSENTIMENTO DE COMPARTILHAMENTO
      *- POR CPF/CNPJ - INSTITUICAO RECEPTORA, ESCOPOS DE DADOS (S/N)
      *- APOLICE, COBERTURA, PARCELA E PAGAMENTO, DATA DE CONCESSAO E
      *- DE EXPIRACAO - SITUACAO 1 ATIVO, 2 REVOGADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ID-CONSENTIMENTO                   PIC X(254).
           77  CGCCPF                             PIC X(254).
           77  COD-INSTITUICAO                    PIC X(254).
           77  NOME-INSTITUICAO                   PIC X(254).
           77  IND-ESCOPO-APOLICE                 PIC X(254).
           77  IND-ESCOPO-COBERTURA               PIC X(254).
           77  IND-ESCOPO-PARCELA                 PIC X(254).
           77  IND-ESCOPO-PAGAMENTO               PIC X(254).
           77  DT-CONCESSAO                       PIC X(254).
           77  DT-EXPIRACAO                       PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ID-CONSENTIMENTO
           CGCCPF
           COD-INSTITUICAO
           NOME-INSTITUICAO
           IND-ESCOPO-APOLICE
           IND-ESCOPO-COBERTURA
           IND-ESCOPO-PARCELA
           IND-ESCOPO-PAGAMENTO
           DT-CONCESSAO
           DT-EXPIRACAO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0openins_consent (ID_CONSENTIMENTO, CGCCPF, COD_INSTITUICAO, NOME_INSTITUICAO, IND_ESCOPO_APOLICE, IND_ESCOPO_COBERTURA, IND_ESCOPO_PARCELA, IND_ESCOPO_PAGAMENTO, DT_CONCESSAO, DT_EXPIRACAO, DT_REVOGACAO, SITUACAO, COD_USUARIO, TIMESTAMP) SELECT :ID-CONSENTIMENTO, :CGCCPF, :COD-INSTITUICAO, :NOME-INSTITUICAO, :IND-ESCOPO-APOLICE, :IND-ESCOPO-COBERTURA, :IND-ESCOPO-PARCELA, :IND-ESCOPO-PAGAMENTO, :DT-CONCESSAO, :DT-EXPIRACAO, NULL, '1', :COD-USUARIO, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :DT-EXPIRACAO > :DT-CONCESSAO AND 'S' IN (:IND-ESCOPO-APOLICE, :IND-ESCOPO-COBERTURA, :IND-ESCOPO-PARCELA, :IND-ESCOPO-PAGAMENTO) AND EXISTS (SELECT 1 FROM seguros.v1apolice A WHERE REPLACE(REPLACE(REPLACE(A.CGCCPF, '.', ''), '/', ''), '-', '') = REPLACE(REPLACE(REPLACE(:CGCCPF, '.', ''), '/', ''), '-', '')) AND NOT EXISTS (SELECT 1 FROM seguros.v0openins_consent C WHERE C.id_consentimento = :ID-CONSENTIMENTO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
