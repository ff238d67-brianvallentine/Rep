       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P60.
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
      *- APOLICE ELETRONICA - ENDOSSOS EMITIDOS OU LIBERADOS NA DATA
      *- SEM DOCUMENTO ELETRONICO VIGENTE - ORIGEM E EMISSAO, L
      *- LIBERACAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  RAMO                               PIC X(254).
           77  DTEMIS                             PIC X(254).
           77  DATA-LIBERACAO                     PIC X(254).
           77  ORIGEM-EMISSAO                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO
           NUM-APOLICE
           NRENDOS
           RAMO
           DTEMIS
           DATA-LIBERACAO
           ORIGEM-EMISSAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT E.NUM_APOLICE, E.NRENDOS, E.RAMO, E.DTEMIS, E.DATA_LIBERACAO, CASE WHEN E.DATA_LIBERACAO = :DTMOVTO THEN 'L' ELSE 'E' END AS ORIGEM_EMISSAO FROM seguros.v1endosso E WHERE (E.dtemis = :DTMOVTO OR E.data_liberacao = :DTMOVTO) AND NOT EXISTS (SELECT 1 FROM seguros.v0doc_eletronico D WHERE D.num_apolice = E.num_apolice AND D.nrendos = E.nrendos AND D.situacao = '1' AND D.dt_emissao >= :DTMOVTO) ORDER BY E.NUM_APOLICE, E.NRENDOS END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
