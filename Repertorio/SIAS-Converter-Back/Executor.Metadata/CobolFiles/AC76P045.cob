       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P045.
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
      *- NFS-E DO PRODUTOR PESSOA JURIDICA - INCLUI A TOLERANCIA EM
      *- VALOR ENTRE A NOTA E A COMISSAO LIQUIDADA - VIGENTE A PARTIR
      *- DA DATA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTINIVIG                           PIC X(254).
           77  VLR-TOLERANCIA                     PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTINIVIG
           VLR-TOLERANCIA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0nfse_param (DTINIVIG, VLR_TOLERANCIA, CODUSU, TIMESTAMP) VALUES (:DTINIVIG, :VLR-TOLERANCIA, :CODUSU, current timestamp) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
