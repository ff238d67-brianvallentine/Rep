       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP092.
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
      *- PIS/COFINS SOBRE RECEITA DE PREMIO - MARCA A MEMORIA DO MES
      *- COMO CONTABILIZADA (SITUACAO 1) APOS A POSTAGEM DA PROVISAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0pis_cofins_mensal SET SITUACAO = '1', CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE ano_mes = :ANO-MES AND situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
