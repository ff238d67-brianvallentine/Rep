       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P104.
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
      *- BASE DE CEP DOS CORREIOS (DNE) - RELATORIO DE SANEAMENTO DOS
      *- ENDERECOS ATIVOS DO CADASTRO DE CONTATOS DO CLIENTE - CEP
      *- INEXISTENTE, CEP BAIXADO NA BASE, CIDADE OU UF DIVERGENTE DO
      *- CEP E ENDERECO SEM NUMERO - RODADA UNICA PARA O LEGADO E
      *- DEPOIS MENSAL APOS A CARGA (CB51P101) - ORDENADO PELAS
      *- DEVOLUCOES DE CORRESPONDENCIA (CB51P038)
      *- INCLUI OS ENDERECOS JA MARCADOS COMO DEVOLVIDOS (SITUACAO D)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  SIGLA-UF                           PIC X(254).
           77  CODCLIEN                           PIC X(254).
           77  SEQ-CONTATO                        PIC X(254).
           77  ENDERECO                           PIC X(254).
           77  BAIRRO                             PIC X(254).
           77  CEP                                PIC X(254).
           77  CIDADE                             PIC X(254).
           77  QTDE-DEVOLUCOES                    PIC X(254).
           77  CIDADE-CEP                         PIC X(254).
           77  SIGLA-UF-CEP                       PIC X(254).
           77  LOGRADOURO-CEP                     PIC X(254).
           77  MOTIVO                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           SIGLA-UF
           CODCLIEN
           SEQ-CONTATO
           ENDERECO
           BAIRRO
           CEP
           CIDADE
           QTDE-DEVOLUCOES
           CIDADE-CEP
           SIGLA-UF-CEP
           LOGRADOURO-CEP
           MOTIVO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT C.CODCLIEN, C.SEQ_CONTATO, C.ENDERECO, C.BAIRRO, C.CEP, C.CIDADE, C.SIGLA_UF, C.QTDE_DEVOLUCOES, D.CIDADE AS CIDADE_CEP, D.SIGLA_UF AS SIGLA_UF_CEP, D.LOGRADOURO AS LOGRADOURO_CEP, CASE WHEN D.cep IS NULL THEN 'CEP INEXISTENTE' WHEN D.situacao <> '1' THEN 'CEP BAIXADO NA BASE DOS CORREIOS' WHEN UPPER(C.sigla_uf) <> D.sigla_uf THEN 'UF DIVERGENTE DO CEP' WHEN UPPER(C.cidade) <> D.cidade THEN 'CIDADE DIVERGENTE DO CEP' ELSE 'ENDERECO SEM NUMERO' END AS MOTIVO FROM seguros.v0cliente_contato C LEFT JOIN seguros.v0cep_dne D ON D.cep = C.cep WHERE C.situacao IN ('1', 'D') AND C.cep IS NOT NULL AND C.cep <> 0 AND (:SIGLA-UF = ' ' OR C.sigla_uf = :SIGLA-UF) AND (D.cep IS NULL OR D.situacao <> '1' OR UPPER(C.sigla_uf) <> D.sigla_uf OR UPPER(C.cidade) <> D.cidade OR (D.tipo_cep IN ('L', 'G') AND LOCATE('#', TRANSLATE(C.endereco, '##########', '0123456789')) = 0 AND LOCATE('S/N', UPPER(C.endereco)) = 0)) ORDER BY C.QTDE_DEVOLUCOES DESC, C.SIGLA_UF, C.CIDADE, C.CODCLIEN, C.SEQ_CONTATO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
