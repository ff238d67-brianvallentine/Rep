       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P042.
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
      *- ATUALIZACAO MONETARIA ANUAL - GERA O ENDOSSO DE ATUALIZACAO
      *- (TIPO_ENDOSSO A) A PARTIR DO ENDOSSO DE EMISSAO COM INICIO NO
      *- ANIVERSARIO E AMARRA O ENDOSSO A ATUALIZACAO (SITUACAO 1)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  DT-ANIVERSARIO                     PIC X(254).
           77  NRENDOS-ATU                        PIC X(254).
           77  DTMOVABE                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           DT-ANIVERSARIO
           NRENDOS-ATU
           DTMOVABE
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v1endosso (NUM_APOLICE, NRENDOS, CODCLIEN, FONTE, NRPROPOS, DTEMIS, DTINIVIG, DTTERVIG, TIPO_ENDOSSO, OCORR_ENDERECO, COD_USUARIO, SITUACAO, COD_EMPRESA, TIMESTAMP) SELECT E.NUM_APOLICE, :NRENDOS-ATU, E.CODCLIEN, E.FONTE, E.NRPROPOS, :DTMOVABE, :DT-ANIVERSARIO, E.DTTERVIG, 'A', E.OCORR_ENDERECO, :CODUSU, '0', E.COD_EMPRESA, current timestamp FROM seguros.v1endosso E WHERE E.num_apolice = :NUM-APOLICE AND E.nrendos = 0 AND EXISTS (SELECT 1 FROM seguros.v0atualiz_monet U WHERE U.num_apolice = :NUM-APOLICE AND U.dt_aniversario = :DT-ANIVERSARIO AND U.situacao = '0') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
