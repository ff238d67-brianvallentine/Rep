       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P100.
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
      *- BASE DE CEP DOS CORREIOS (DNE) - CARGA MENSAL - ATUALIZA O CEP
      *- JA CADASTRADO COM OS DADOS DA CARGA DO MES E REATIVA O CEP QUE
      *- TINHA SAIDO DA BASE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  TIPO-CEP                           PIC X(254).
           77  LOGRADOURO                         PIC X(254).
           77  BAIRRO                             PIC X(254).
           77  CIDADE                             PIC X(254).
           77  SIGLA-UF                           PIC X(254).
           77  COD-MUNICIPIO                      PIC X(254).
           77  DT-CARGA                           PIC X(254).
           77  CEP                                PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           TIPO-CEP
           LOGRADOURO
           BAIRRO
           CIDADE
           SIGLA-UF
           COD-MUNICIPIO
           DT-CARGA
           CEP.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cep_dne SET TIPO_CEP = :TIPO-CEP, LOGRADOURO = UPPER(:LOGRADOURO), BAIRRO = UPPER(:BAIRRO), CIDADE = UPPER(:CIDADE), SIGLA_UF = UPPER(:SIGLA-UF), COD_MUNICIPIO = :COD-MUNICIPIO, DT_CARGA = :DT-CARGA, SITUACAO = '1', TIMESTAMP = current timestamp WHERE cep = :CEP AND dt_carga <= :DT-CARGA AND :TIPO-CEP IN ('L', 'G', 'U', 'C') AND :CIDADE <> ' ' AND :SIGLA-UF <> ' ' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
