       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP084.
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
      *- CUSTO DE AQUISICAO DIFERIDO - REGISTRA OUTRO CUSTO DE
      *- AQUISICAO DO ENDOSSO ALEM DA COMISSAO DO CORRETOR (REMUNERACAO
      *- CEF, AGENCIAMENTO, INSPECAO, ETC) - TIPO_CUSTO LIVRE -
      *- DIFERIDO PELA VIGENCIA DO ENDOSSO JUNTO COM A COMISSAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  TIPO-CUSTO                         PIC X(254).
           77  VLR-CUSTO                          PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           TIPO-CUSTO
           VLR-CUSTO
           DTMOVTO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0dac_custo (NUM_APOLICE, NRENDOS, TIPO_CUSTO, VLR_CUSTO, DTMOVTO, CODUSU, TIMESTAMP) SELECT E.NUM_APOLICE, E.NRENDOS, :TIPO-CUSTO, :VLR-CUSTO, :DTMOVTO, :CODUSU, current timestamp FROM seguros.v1endosso E WHERE E.num_apolice = :NUM-APOLICE AND E.nrendos = :NRENDOS END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
