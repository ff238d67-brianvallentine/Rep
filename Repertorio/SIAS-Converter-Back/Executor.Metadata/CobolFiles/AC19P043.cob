       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P043.
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
      *- EXTRACAO NOTURNA PARA O DATA WAREHOUSE - MARCA D'AGUA POR
      *- TABELA - TIMESTAMP ATE O QUAL AS ALTERACOES JA FORAM EXTRAIDAS
      *- - CARGA INICIAL DA MARCA DE V1APOLICE, V1ENDOSSO, V1PARCELA,
      *- V0HISTOPARC, V0MOVDEBCC_CEF E V0AVISOS_SALDOS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NOME-TABELA                        PIC X(254).
           77  TS-INICIAL                         PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NOME-TABELA
           TS-INICIAL
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0dw_marca (NOME_TABELA, TS_ULTIMA_EXTRACAO, NUM_EXECUCAO, COD_USUARIO, TIMESTAMP) SELECT :NOME-TABELA, :TS-INICIAL, 0, :COD-USUARIO, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :NOME-TABELA IN ('V1APOLICE', 'V1ENDOSSO', 'V1PARCELA', 'V0HISTOPARC', 'V0MOVDEBCC_CEF', 'V0AVISOS_SALDOS') AND NOT EXISTS (SELECT 1 FROM seguros.v0dw_marca M WHERE M.nome_tabela = :NOME-TABELA) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
