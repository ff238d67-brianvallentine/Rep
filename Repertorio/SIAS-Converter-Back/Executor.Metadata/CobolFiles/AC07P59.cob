       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P59.
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
      *- APOLICE ELETRONICA - MARCA COMO SUBSTITUIDOS OS DOCUMENTOS
      *- VIGENTES DA APOLICE DE ENDOSSOS ANTERIORES E AS VERSOES
      *- ANTERIORES DO MESMO ENDOSSO, GUARDANDO O ENDOSSO QUE OS
      *- SUBSTITUIU
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  DT-EMISSAO                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           DT-EMISSAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0doc_eletronico D SET SITUACAO = '2', NRENDOS_SUBSTITUTO = :NRENDOS, DT_SUBSTITUICAO = :DT-EMISSAO, TIMESTAMP = current timestamp WHERE D.num_apolice = :NUM-APOLICE AND D.situacao = '1' AND (D.nrendos < :NRENDOS OR (D.nrendos = :NRENDOS AND D.versao < (SELECT MAX(V.VERSAO) FROM seguros.v0doc_eletronico V WHERE V.num_apolice = D.num_apolice AND V.nrendos = D.nrendos))) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
