       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFN.
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
      *- CADASTRO DE PRODUTORES - ALTERACAO DO ENDERECO DO PRODUTOR - O
      *- CEP DEVE EXISTIR NA BASE DOS CORREIOS (V0CEP_DNE) COM A MESMA
      *- CIDADE/UF - ENDERECO, BAIRRO, CIDADE E UF EM BRANCO ASSUMEM OS
      *- DO CEP - CRITICAS EM CB51P103
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ENDERECO                           PIC X(254).
           77  BAIRRO                             PIC X(254).
           77  CEP                                PIC X(254).
           77  CIDADE                             PIC X(254).
           77  ESTADO                             PIC X(254).
           77  FONTE                              PIC X(254).
           77  CODPDT                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ENDERECO
           BAIRRO
           CEP
           CIDADE
           ESTADO
           FONTE
           CODPDT.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v1produtor SET ENDERECO = CASE WHEN :ENDERECO = ' ' THEN (SELECT D.LOGRADOURO FROM seguros.v0cep_dne D WHERE D.cep = :CEP AND D.situacao = '1') ELSE :ENDERECO END, BAIRRO = CASE WHEN :BAIRRO = ' ' THEN (SELECT D.BAIRRO FROM seguros.v0cep_dne D WHERE D.cep = :CEP AND D.situacao = '1') ELSE :BAIRRO END, CEP = :CEP, CIDADE = CASE WHEN :CIDADE = ' ' THEN (SELECT D.CIDADE FROM seguros.v0cep_dne D WHERE D.cep = :CEP AND D.situacao = '1') ELSE :CIDADE END, ESTADO = CASE WHEN :ESTADO = ' ' THEN (SELECT D.SIGLA_UF FROM seguros.v0cep_dne D WHERE D.cep = :CEP AND D.situacao = '1') ELSE :ESTADO END, TIMESTAMP = current timestamp WHERE fonte = :FONTE AND codpdt = :CODPDT AND EXISTS (SELECT 1 FROM seguros.v0cep_dne D WHERE D.cep = :CEP AND D.situacao = '1' AND (:CIDADE = ' ' OR UPPER(:CIDADE) = D.cidade) AND (:ESTADO = ' ' OR UPPER(:ESTADO) = D.sigla_uf)) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
