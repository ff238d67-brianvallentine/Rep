       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P017.
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
      *- BENEFICIARIOS DO SEGURO DE VIDA - INCLUI O BENEFICIARIO DA
      *- APOLICE OU DO CERTIFICADO (NRCERTIF ZERO PARA A APOLICE) COM
      *- NOME, CPF, PARENTESCO, PERCENTUAL E INICIO DE VIGENCIA -
      *- VINCULA O COD_PESSOA DE GE_PESSOA_FISICA QUANDO O CPF ESTA
      *- CADASTRADO - SITUACAO 1 ATIVO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRCERTIF                           PIC X(254).
           77  NOME-BENEF                         PIC X(254).
           77  CPF-BENEF                          PIC X(254).
           77  COD-PARENTESCO                     PIC X(254).
           77  PCT-PARTICIPACAO                   PIC X(254).
           77  DT-INIVIG                          PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRCERTIF
           NOME-BENEF
           CPF-BENEF
           COD-PARENTESCO
           PCT-PARTICIPACAO
           DT-INIVIG
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0beneficiario (NUM_APOLICE, NRCERTIF, OCORR_BENEF, NOME_BENEF, CPF_BENEF, COD_PESSOA, COD_PARENTESCO, PCT_PARTICIPACAO, DT_INIVIG, DT_TERVIG, SITUACAO, COD_USUARIO, TIMESTAMP) SELECT A.NUM_APOLICE, :NRCERTIF, COALESCE((SELECT MAX(B.OCORR_BENEF) FROM seguros.v0beneficiario B WHERE B.num_apolice = A.num_apolice AND B.nrcertif = :NRCERTIF),0) + 1, :NOME-BENEF, :CPF-BENEF, (SELECT MIN(P.COD_PESSOA) FROM SEGUROS.GE_PESSOA_FISICA P WHERE P.cpf = :CPF-BENEF), :COD-PARENTESCO, :PCT-PARTICIPACAO, :DT-INIVIG, DATE('9999-12-31'), '1', :COD-USUARIO, current timestamp FROM seguros.v1apolice A WHERE A.num_apolice = :NUM-APOLICE AND :PCT-PARTICIPACAO > 0 AND :PCT-PARTICIPACAO <= 100 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
