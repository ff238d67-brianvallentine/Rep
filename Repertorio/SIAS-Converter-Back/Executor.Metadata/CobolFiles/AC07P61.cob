       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P61.
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
      *- APOLICE ELETRONICA - CONFERENCIA DE AUTENTICIDADE PELO CODIGO
      *- DE VERIFICACAO - IND_AUTENTICO S QUANDO O HASH DO DOCUMENTO
      *- APRESENTADO CONFERE COM O REGISTRADO, IND_VIGENTE S QUANDO NAO
      *- FOI SUBSTITUIDO - NENHUMA LINHA QUANDO O CODIGO NAO EXISTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  COD-VERIFICACAO                    PIC X(254).
           77  HASH-DOCUMENTO                     PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  VERSAO                             PIC X(254).
           77  ORIGEM-EMISSAO                     PIC X(254).
           77  DT-EMISSAO                         PIC X(254).
           77  IND-AUTENTICO                      PIC X(254).
           77  IND-VIGENTE                        PIC X(254).
           77  NRENDOS-SUBSTITUTO                 PIC X(254).
           77  DT-SUBSTITUICAO                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           COD-VERIFICACAO
           HASH-DOCUMENTO
           NUM-APOLICE
           NRENDOS
           VERSAO
           ORIGEM-EMISSAO
           DT-EMISSAO
           IND-AUTENTICO
           IND-VIGENTE
           NRENDOS-SUBSTITUTO
           DT-SUBSTITUICAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT D.NUM_APOLICE, D.NRENDOS, D.VERSAO, D.ORIGEM_EMISSAO, D.DT_EMISSAO, CASE WHEN D.HASH_DOCUMENTO = :HASH-DOCUMENTO THEN 'S' ELSE 'N' END AS IND_AUTENTICO, CASE WHEN D.SITUACAO = '1' THEN 'S' ELSE 'N' END AS IND_VIGENTE, D.NRENDOS_SUBSTITUTO, D.DT_SUBSTITUICAO FROM seguros.v0doc_eletronico D WHERE D.cod_verificacao = :COD-VERIFICACAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
