       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P037.
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
      *- PRO-LABORE DO ESTIPULANTE - BAIXA O PRO-LABORE COM O NUMERO DA
      *- ORDEM DE PAGAMENTO GRAVADA POR BI16P064 - SITUACAO 1
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  NUM-ORDEM                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           NUM-APOLICE
           CODSUBES
           NUM-ORDEM.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0prolabore_calc SET SITUACAO = '1', NUM_ORDEM = :NUM-ORDEM, TIMESTAMP = current timestamp WHERE ano_mes = :ANO-MES AND num_apolice = :NUM-APOLICE AND codsubes = :CODSUBES AND situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
