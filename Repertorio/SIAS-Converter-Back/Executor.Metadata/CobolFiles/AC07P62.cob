       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P62.
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
      *- APOLICE ELETRONICA - HISTORICO DOS DOCUMENTOS EMITIDOS PARA A
      *- APOLICE, TODAS AS VERSOES, VIGENTES E SUBSTITUIDAS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  VERSAO                             PIC X(254).
           77  COD-VERIFICACAO                    PIC X(254).
           77  ORIGEM-EMISSAO                     PIC X(254).
           77  DT-EMISSAO                         PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  NRENDOS-SUBSTITUTO                 PIC X(254).
           77  DT-SUBSTITUICAO                    PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           VERSAO
           COD-VERIFICACAO
           ORIGEM-EMISSAO
           DT-EMISSAO
           SITUACAO
           NRENDOS-SUBSTITUTO
           DT-SUBSTITUICAO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT D.NRENDOS, D.VERSAO, D.COD_VERIFICACAO, D.ORIGEM_EMISSAO, D.DT_EMISSAO, D.SITUACAO, D.NRENDOS_SUBSTITUTO, D.DT_SUBSTITUICAO, D.COD_USUARIO FROM seguros.v0doc_eletronico D WHERE D.num_apolice = :NUM-APOLICE ORDER BY D.NRENDOS, D.VERSAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
