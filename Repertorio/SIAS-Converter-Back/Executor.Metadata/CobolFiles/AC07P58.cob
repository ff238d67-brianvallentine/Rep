       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P58.
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
      *- APOLICE ELETRONICA - REGISTRO DO DOCUMENTO EMITIDO - VERSAO
      *- POR APOLICE/ENDOSSO, CODIGO DE VERIFICACAO IMPRESSO NO
      *- DOCUMENTO E HASH DO CONTEUDO - ORIGEM E EMISSAO, L LIBERACAO -
      *- SITUACAO 1 VIGENTE, 2 SUBSTITUIDO - EM SEGUIDA AC07P59 MARCA
      *- AS VERSOES ANTERIORES
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  COD-VERIFICACAO                    PIC X(254).
           77  HASH-DOCUMENTO                     PIC X(254).
           77  ORIGEM-EMISSAO                     PIC X(254).
           77  DT-EMISSAO                         PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           COD-VERIFICACAO
           HASH-DOCUMENTO
           ORIGEM-EMISSAO
           DT-EMISSAO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0doc_eletronico (NUM_APOLICE, NRENDOS, VERSAO, COD_VERIFICACAO, HASH_DOCUMENTO, ORIGEM_EMISSAO, DT_EMISSAO, NRENDOS_SUBSTITUTO, DT_SUBSTITUICAO, SITUACAO, COD_USUARIO, TIMESTAMP) SELECT E.NUM_APOLICE, E.NRENDOS, COALESCE((SELECT MAX(D.VERSAO) FROM seguros.v0doc_eletronico D WHERE D.num_apolice = E.num_apolice AND D.nrendos = E.nrendos), 0) + 1, :COD-VERIFICACAO, :HASH-DOCUMENTO, :ORIGEM-EMISSAO, :DT-EMISSAO, NULL, NULL, '1', :COD-USUARIO, current timestamp FROM seguros.v1endosso E WHERE E.num_apolice = :NUM-APOLICE AND E.nrendos = :NRENDOS AND :ORIGEM-EMISSAO IN ('E', 'L') AND NOT EXISTS (SELECT 1 FROM seguros.v0doc_eletronico D WHERE D.cod_verificacao = :COD-VERIFICACAO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
