       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P018.
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
      *- BENEFICIARIOS DO SEGURO DE VIDA - ENCERRA A VIGENCIA DO
      *- BENEFICIARIO NA ALTERACAO OU EXCLUSAO - 2 SUBSTITUIDO, 3
      *- EXCLUIDO - A LINHA E MANTIDA COMO HISTORICO - NA ALTERACAO
      *- EXECUTAR AC73P017 EM SEGUIDA COM A NOVA CONDICAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRCERTIF                           PIC X(254).
           77  OCORR-BENEF                        PIC X(254).
           77  DT-TERVIG                          PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRCERTIF
           OCORR-BENEF
           DT-TERVIG
           SITUACAO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0beneficiario SET DT_TERVIG = :DT-TERVIG, SITUACAO = :SITUACAO, COD_USUARIO = :COD-USUARIO, TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND nrcertif = :NRCERTIF AND ocorr_benef = :OCORR-BENEF AND situacao = '1' AND :SITUACAO IN ('2','3') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
