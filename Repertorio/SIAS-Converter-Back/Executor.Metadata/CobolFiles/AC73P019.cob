       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P019.
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
      *- BENEFICIARIOS DO SEGURO DE VIDA - BENEFICIARIOS VIGENTES NA
      *- DATA DE REFERENCIA DA APOLICE OU DO CERTIFICADO - CONSULTA NO
      *- SINISTRO - COM O NOME DO CADASTRO DE PESSOA QUANDO VINCULADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRCERTIF                           PIC X(254).
           77  DT-REFERENCIA                      PIC X(254).
           77  OCORR-BENEF                        PIC X(254).
           77  NOME-BENEF                         PIC X(254).
           77  CPF-BENEF                          PIC X(254).
           77  COD-PESSOA                         PIC X(254).
           77  COD-PARENTESCO                     PIC X(254).
           77  PCT-PARTICIPACAO                   PIC X(254).
           77  DT-INIVIG                          PIC X(254).
           77  DT-TERVIG                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRCERTIF
           DT-REFERENCIA
           OCORR-BENEF
           NOME-BENEF
           CPF-BENEF
           COD-PESSOA
           COD-PARENTESCO
           PCT-PARTICIPACAO
           DT-INIVIG
           DT-TERVIG.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT OCORR_BENEF, NOME_BENEF, CPF_BENEF, COD_PESSOA, COD_PARENTESCO, PCT_PARTICIPACAO, DT_INIVIG, DT_TERVIG FROM seguros.v0beneficiario WHERE num_apolice = :NUM-APOLICE AND nrcertif = :NRCERTIF AND :DT-REFERENCIA >= dt_inivig AND :DT-REFERENCIA < dt_tervig AND situacao IN ('1','2','3') ORDER BY OCORR_BENEF END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
