       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P032.
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
      *- PRO-LABORE DO ESTIPULANTE - INCLUI O PERCENTUAL DE PRO-LABORE
      *- DA APOLICE OU DO SUBESTIPULANTE (CODSUBES 0 = APOLICE TODA)
      *- COM VIGENCIA, FAVORECIDO, CPF/CNPJ, TIPO DE PESSOA PARA O IR E
      *- CONTA DE CREDITO - NAO ACEITA VIGENCIA SOBREPOSTA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  PCT-PROLABORE                      PIC X(254).
           77  DTINIVIG                           PIC X(254).
           77  DTTERVIG                           PIC X(254).
           77  FAVORECIDO                         PIC X(254).
           77  COD-CPF-CNPJ                       PIC X(254).
           77  TPPESSOA                           PIC X(254).
           77  BANCO                              PIC X(254).
           77  AGENCIA                            PIC X(254).
           77  NUM-CONTA                          PIC X(254).
           77  DIG-CONTA                          PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           CODSUBES
           PCT-PROLABORE
           DTINIVIG
           DTTERVIG
           FAVORECIDO
           COD-CPF-CNPJ
           TPPESSOA
           BANCO
           AGENCIA
           NUM-CONTA
           DIG-CONTA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0prolabore_param (NUM_APOLICE, CODSUBES, PCT_PROLABORE, DTINIVIG, DTTERVIG, FAVORECIDO, COD_CPF_CNPJ, TPPESSOA, BANCO, AGENCIA, NUM_CONTA, DIG_CONTA, CODUSU, TIMESTAMP) SELECT :NUM-APOLICE, :CODSUBES, :PCT-PROLABORE, :DTINIVIG, :DTTERVIG, :FAVORECIDO, :COD-CPF-CNPJ, :TPPESSOA, :BANCO, :AGENCIA, :NUM-CONTA, :DIG-CONTA, :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :TPPESSOA IN ('F','J') AND NOT EXISTS (SELECT 1 FROM seguros.v0prolabore_param P WHERE P.num_apolice = :NUM-APOLICE AND P.codsubes = :CODSUBES AND P.dtinivig <= :DTTERVIG AND P.dttervig >= :DTINIVIG) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
