       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC19P060.
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
      *- CATALOGO DE RELATORIOS - CONSULTA DO CATALOGO PARA O USUARIO -
      *- DESCRICAO, AREA RESPONSAVEL E O QUE CADA RELATORIO ESPERA EM
      *- CADA PARAMETRO - CODRELAT EM BRANCO LISTA TODOS DO IDSISTEM
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  IDSISTEM                           PIC X(254).
           77  CODRELAT                           PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  AREA-RESPONSAVEL                   PIC X(254).
           77  CODUSU-RESPONSAVEL                 PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  NOME-PARAM                         PIC X(254).
           77  IND-USO                            PIC X(254).
           77  DESCR-USO                          PIC X(254).
           77  VLR-MINIMO                         PIC X(254).
           77  VLR-MAXIMO                         PIC X(254).
           77  VALORES-PERMITIDOS                 PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           IDSISTEM
           CODRELAT
           DESCRICAO
           AREA-RESPONSAVEL
           CODUSU-RESPONSAVEL
           SITUACAO
           NOME-PARAM
           IND-USO
           DESCR-USO
           VLR-MINIMO
           VLR-MAXIMO
           VALORES-PERMITIDOS.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT K.IDSISTEM, K.CODRELAT, K.DESCRICAO, K.AREA_RESPONSAVEL, K.CODUSU_RESPONSAVEL, K.SITUACAO, P.NOME_PARAM, P.IND_USO, CASE P.IND_USO WHEN 'O' THEN 'OBRIGATORIO' WHEN 'P' THEN 'OPCIONAL' WHEN 'X' THEN 'PROIBIDO' ELSE ' ' END AS DESCR_USO, P.VLR_MINIMO, P.VLR_MAXIMO, P.VALORES_PERMITIDOS FROM seguros.v0relat_catalogo K LEFT JOIN seguros.v0relat_catalogo_param P ON P.idsistem = K.idsistem AND P.codrelat = K.codrelat WHERE K.idsistem = :IDSISTEM AND (:CODRELAT = ' ' OR K.codrelat = :CODRELAT) ORDER BY K.CODRELAT, P.IND_USO, P.NOME_PARAM END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
