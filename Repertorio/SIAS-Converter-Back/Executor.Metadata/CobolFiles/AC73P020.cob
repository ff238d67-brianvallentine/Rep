       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P020.
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
      *- BENEFICIARIOS DO SEGURO DE VIDA - HISTORICO COMPLETO DE
      *- BENEFICIARIOS DA APOLICE OU DO CERTIFICADO - ATIVOS,
      *- SUBSTITUIDOS E EXCLUIDOS COM O USUARIO DA ULTIMA ALTERACAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRCERTIF                           PIC X(254).
           77  OCORR-BENEF                        PIC X(254).
           77  NOME-BENEF                         PIC X(254).
           77  CPF-BENEF                          PIC X(254).
           77  COD-PARENTESCO                     PIC X(254).
           77  PCT-PARTICIPACAO                   PIC X(254).
           77  DT-INIVIG                          PIC X(254).
           77  DT-TERVIG                          PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  COD-USUARIO                        PIC X(254).
           77  TIMESTAMP                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRCERTIF
           OCORR-BENEF
           NOME-BENEF
           CPF-BENEF
           COD-PARENTESCO
           PCT-PARTICIPACAO
           DT-INIVIG
           DT-TERVIG
           SITUACAO
           COD-USUARIO
           TIMESTAMP.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT OCORR_BENEF, NOME_BENEF, CPF_BENEF, COD_PARENTESCO, PCT_PARTICIPACAO, DT_INIVIG, DT_TERVIG, SITUACAO, COD_USUARIO, TIMESTAMP FROM seguros.v0beneficiario WHERE num_apolice = :NUM-APOLICE AND nrcertif = :NRCERTIF ORDER BY OCORR_BENEF END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
