       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC10PFF.
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
      *- IOF POR DECENDIO - BAIXA A APURACAO DO DECENDIO E CODIGO DE
      *- RECEITA COM O NUMERO DA ORDEM DO DARF GRAVADA POR BI16P064 -
      *- SITUACAO 1
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  NUM-DECENDIO                       PIC X(254).
           77  COD-RECEITA                        PIC X(254).
           77  NUM-ORDEM                          PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           NUM-DECENDIO
           COD-RECEITA
           NUM-ORDEM
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0iof_decendio D SET SITUACAO = '1', NUM_ORDEM = :NUM-ORDEM, CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE D.ano_mes = :ANO-MES AND D.num_decendio = :NUM-DECENDIO AND D.situacao = '0' AND D.pct_aliquota IN (SELECT P.PCT_ALIQUOTA FROM seguros.v0iof_param P WHERE P.cod_receita = :COD-RECEITA AND P.situacao = '1' AND D.dt_final BETWEEN P.dtinivig AND P.dttervig) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
