       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P021.
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
      *- BENEFICIARIOS DO SEGURO DE VIDA - BLOQUEIO DE EMISSAO - SOMA
      *- DOS PERCENTUAIS ATIVOS POR APOLICE/CERTIFICADO DIFERENTE DE
      *- 100 - EXECUTAR ANTES DA EMISSAO E DE CB2GPFE NA MESA DE
      *- LIBERACAO; QUALQUER LINHA RETORNADA IMPEDE A EMISSAO - SEM
      *- BENEFICIARIO DECLARADO PREVALECEM OS HERDEIROS LEGAIS E NAO HA
      *- BLOQUEIO
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT NRCERTIF, SUM(PCT_PARTICIPACAO) AS PCT_TOTAL, COUNT(*) AS QTDE_BENEF FROM seguros.v0beneficiario WHERE num_apolice = :NUM-APOLICE AND situacao = '1' GROUP BY NRCERTIF HAVING SUM(PCT_PARTICIPACAO) <> 100 ORDER BY NRCERTIF END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
