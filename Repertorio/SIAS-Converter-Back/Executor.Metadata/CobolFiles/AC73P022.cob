       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P022.
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
      *- BENEFICIARIOS DO SEGURO DE VIDA - VARREDURA DO ESTOQUE -
      *- APOLICES E CERTIFICADOS COM BENEFICIARIOS ATIVOS CUJA SOMA DE
      *- PERCENTUAIS E DIFERENTE DE 100 PARA SANEAMENTO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRCERTIF                           PIC X(254).
           77  PCT-TOTAL                          PIC X(254).
           77  QTDE-BENEF                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRCERTIF
           PCT-TOTAL
           QTDE-BENEF.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT NUM_APOLICE, NRCERTIF, SUM(PCT_PARTICIPACAO) AS PCT_TOTAL, COUNT(*) AS QTDE_BENEF FROM seguros.v0beneficiario WHERE situacao = '1' GROUP BY NUM_APOLICE, NRCERTIF HAVING SUM(PCT_PARTICIPACAO) <> 100 ORDER BY NUM_APOLICE, NRCERTIF END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
