       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P044.
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
      *- NFS-E DO PRODUTOR PESSOA JURIDICA - CANCELA A NOTA REGISTRADA
      *- (NOTA SUBSTITUIDA OU CANCELADA NO MUNICIPIO) - SITUACAO 2 - A
      *- LIQUIDACAO VOLTA A FICAR RETIDA ATE NOVA NOTA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODCORR                            PIC X(254).
           77  NUM-NFSE                           PIC X(254).
           77  COD-MUNICIPIO                      PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODCORR
           NUM-NFSE
           COD-MUNICIPIO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0nfse_produtor SET SITUACAO = '2', CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE codcorr = :CODCORR AND num_nfse = :NUM-NFSE AND cod_municipio = :COD-MUNICIPIO AND situacao = '1' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
