       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P058.
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
      *- CATALOGO DE RELATORIOS - REGRA DE UM PARAMETRO DO PEDIDO (NOME
      *- DA COLUNA DE V0RELATORIOS) - USO O OBRIGATORIO, P OPCIONAL, X
      *- PROIBIDO - FAIXA MINIMA/MAXIMA PARA NUMERICOS E LISTA DE
      *- VALORES ACEITOS SEPARADOS POR VIRGULA (EX. PREVIA_DEFINITIVA
      *- P,D) - A REGRA ANTERIOR DO PARAMETRO E EXCLUIDA ANTES POR
      *- AC19P059
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  IDSISTEM                           PIC X(254).
           77  CODRELAT                           PIC X(254).
           77  NOME-PARAM                         PIC X(254).
           77  IND-USO                            PIC X(254).
           77  VLR-MINIMO                         PIC X(254).
           77  VLR-MAXIMO                         PIC X(254).
           77  VALORES-PERMITIDOS                 PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           IDSISTEM
           CODRELAT
           NOME-PARAM
           IND-USO
           VLR-MINIMO
           VLR-MAXIMO
           VALORES-PERMITIDOS
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0relat_catalogo_param (IDSISTEM, CODRELAT, NOME_PARAM, IND_USO, VLR_MINIMO, VLR_MAXIMO, VALORES_PERMITIDOS, CODUSU, TIMESTAMP) SELECT K.IDSISTEM, K.CODRELAT, :NOME-PARAM, :IND-USO, CASE WHEN :VLR-MINIMO <> ' ' THEN DEC(:VLR-MINIMO,15,2) END, CASE WHEN :VLR-MAXIMO <> ' ' THEN DEC(:VLR-MAXIMO,15,2) END, :VALORES-PERMITIDOS, :CODUSU, current timestamp FROM seguros.v0relat_catalogo K WHERE K.idsistem = :IDSISTEM AND K.codrelat = :CODRELAT AND :IND-USO IN ('O', 'P', 'X') AND :NOME-PARAM IN ('PERI_INICIAL', 'PERI_FINAL', 'DATA_REFERENCIA', 'MES_REFERENCIA', 'ANO_REFERENCIA', 'ORGAO', 'FONTE', 'CODPDT', 'RAMO', 'MODALIDA', 'CONGENER', 'NUM_APOLICE', 'NRENDOS', 'NRPARCEL', 'NRCERTIF', 'NRTIT', 'CODSUBES', 'OPERACAO', 'COD_PLANO', 'OCORHIST', 'NUM_PARC_LIDER', 'NUM_SINISTRO', 'NUM_ORDEM', 'CODUNIMO', 'PERI_RENOVACAO', 'PCT_AUMENTO', 'APOLIDER', 'ENDOSLID', 'NUM_SINI_LIDER', 'CORRECAO', 'PREVIA_DEFINITIVA', 'ANAL_RESUMO') AND NOT EXISTS (SELECT 1 FROM seguros.v0relat_catalogo_param P WHERE P.idsistem = :IDSISTEM AND P.codrelat = :CODRELAT AND P.nome_param = :NOME-PARAM) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
