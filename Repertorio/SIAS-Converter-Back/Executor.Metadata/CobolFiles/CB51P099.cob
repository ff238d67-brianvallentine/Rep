       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P099.
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
      *- BASE DE CEP DOS CORREIOS (DNE) - CARGA MENSAL - INCLUI O CEP
      *- AINDA NAO CADASTRADO COM LOGRADOURO, BAIRRO, CIDADE, UF E
      *- MUNICIPIO IBGE - TIPO_CEP L LOGRADOURO, G GERAL DA LOCALIDADE,
      *- U GRANDE USUARIO, C CAIXA POSTAL - O CEP JA CADASTRADO E
      *- ATUALIZADO POR CB51P100 E O QUE SAIU DA BASE E BAIXADO POR
      *- CB51P101
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CEP                                PIC X(254).
           77  TIPO-CEP                           PIC X(254).
           77  LOGRADOURO                         PIC X(254).
           77  BAIRRO                             PIC X(254).
           77  CIDADE                             PIC X(254).
           77  SIGLA-UF                           PIC X(254).
           77  COD-MUNICIPIO                      PIC X(254).
           77  DT-CARGA                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CEP
           TIPO-CEP
           LOGRADOURO
           BAIRRO
           CIDADE
           SIGLA-UF
           COD-MUNICIPIO
           DT-CARGA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cep_dne (CEP, TIPO_CEP, LOGRADOURO, BAIRRO, CIDADE, SIGLA_UF, COD_MUNICIPIO, DT_CARGA, SITUACAO, TIMESTAMP) SELECT :CEP, :TIPO-CEP, UPPER(:LOGRADOURO), UPPER(:BAIRRO), UPPER(:CIDADE), UPPER(:SIGLA-UF), :COD-MUNICIPIO, :DT-CARGA, '1', current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :CEP > 0 AND :TIPO-CEP IN ('L', 'G', 'U', 'C') AND :CIDADE <> ' ' AND :SIGLA-UF <> ' ' AND NOT EXISTS (SELECT 1 FROM seguros.v0cep_dne D WHERE D.cep = :CEP) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
