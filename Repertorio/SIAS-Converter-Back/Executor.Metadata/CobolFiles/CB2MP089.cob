       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP089.
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
      *- PIS/COFINS SOBRE RECEITA DE PREMIO - CADASTRO DA ALIQUOTA
      *- VIGENTE DE CADA TRIBUTO (TRIBUTO PIS OU COFINS) COM O CODIGO
      *- DE RECEITA DA DECLARACAO MENSAL - A VIGENCIA ANTERIOR DEVE SER
      *- ENCERRADA (DTTERVIG) ANTES DA NOVA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  TRIBUTO                            PIC X(254).
           77  DTINIVIG                           PIC X(254).
           77  DTTERVIG                           PIC X(254).
           77  PCT-ALIQUOTA                       PIC X(254).
           77  COD-RECEITA                        PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           TRIBUTO
           DTINIVIG
           DTTERVIG
           PCT-ALIQUOTA
           COD-RECEITA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0pis_cofins_param (TRIBUTO, DTINIVIG, DTTERVIG, PCT_ALIQUOTA, COD_RECEITA, SITUACAO, CODUSU, TIMESTAMP) SELECT :TRIBUTO, :DTINIVIG, :DTTERVIG, :PCT-ALIQUOTA, :COD-RECEITA, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0pis_cofins_param P WHERE P.tributo = :TRIBUTO AND P.situacao = '1' AND P.dtinivig <= :DTTERVIG AND P.dttervig >= :DTINIVIG) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
