       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P103.
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
      *- BASE DE CEP DOS CORREIOS (DNE) - VALIDA O ENDERECO INFORMADO -
      *- EXECUTAR ANTES DA GRAVACAO DO ENDERECO DO CLIENTE (CB51P037),
      *- DO PRODUTOR (CB2UPFN) E DO BANCO/AGENCIA (CB2GPD5, CB2GPD6) -
      *- CADA LINHA RETORNADA E UMA CRITICA - CIDADE E UF EM BRANCO
      *- ASSUMEM AS DO CEP - CEP ZERO NAO E CRITICADO (CANAL
      *- TELEFONE/EMAIL)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CEP                                PIC X(254).
           77  CIDADE                             PIC X(254).
           77  SIGLA-UF                           PIC X(254).
           77  ENDERECO                           PIC X(254).
           77  CAMPO                              PIC X(254).
           77  MENSAGEM                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CEP
           CIDADE
           SIGLA-UF
           ENDERECO
           CAMPO
           MENSAGEM.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT 'CEP' AS CAMPO, 'CEP ' || DIGITS(DEC(:CEP, 8)) || ' NAO EXISTE NA BASE DOS CORREIOS' AS MENSAGEM FROM SYSIBM.SYSDUMMY1 WHERE :CEP <> 0 AND NOT EXISTS (SELECT 1 FROM seguros.v0cep_dne D WHERE D.cep = :CEP AND D.situacao = '1') UNION ALL SELECT 'CIDADE', 'CIDADE NAO CONFERE COM O CEP - CEP ' || DIGITS(DEC(:CEP, 8)) || ' E DE ' || RTRIM(D.CIDADE) FROM seguros.v0cep_dne D WHERE D.cep = :CEP AND D.situacao = '1' AND :CIDADE <> ' ' AND UPPER(:CIDADE) <> D.cidade UNION ALL SELECT 'UF', 'UF NAO CONFERE COM O CEP - CEP ' || DIGITS(DEC(:CEP, 8)) || ' E DE ' || D.SIGLA_UF FROM seguros.v0cep_dne D WHERE D.cep = :CEP AND D.situacao = '1' AND :SIGLA-UF <> ' ' AND UPPER(:SIGLA-UF) <> D.sigla_uf UNION ALL SELECT 'ENDERECO', 'INFORMAR O NUMERO NO ENDERECO' FROM seguros.v0cep_dne D WHERE D.cep = :CEP AND D.situacao = '1' AND D.tipo_cep IN ('L', 'G') AND :ENDERECO <> ' ' AND LOCATE('#', TRANSLATE(:ENDERECO, '##########', '0123456789')) = 0 AND LOCATE('S/N', UPPER(:ENDERECO)) = 0 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
