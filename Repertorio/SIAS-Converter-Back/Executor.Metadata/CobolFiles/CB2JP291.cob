       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP291.
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
      *- FALLBACK DE COBRANCA - LOG DA TROCA DO TIPO DE COBRANCA DA
      *- APOLICE NO MESMO LOG DA MIGRACAO EM MASSA (V0MIGRACOB_LOG) COM
      *- NUM_LOTE DO DIA E RESULTADO F - BASE PARA RETORNO AO DEBITO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-LOTE                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  TIPO-COBRANCA-NOVO                 PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-LOTE
           NUM-APOLICE
           NRENDOS
           TIPO-COBRANCA-NOVO
           DTMOVTO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0migracob_log (NUM_LOTE, NUM_APOLICE, NRENDOS, TIPO_COBRANCA_ANT, TIPO_COBRANCA_NOVO, RESULTADO, CODUSU, DTMOVTO, TIMESTAMP) SELECT :NUM-LOTE, A.NUM_APOLICE, A.NRENDOS, A.TIPO_COBRANCA, :TIPO-COBRANCA-NOVO, 'F', :CODUSU, :DTMOVTO, current timestamp FROM seguros.v0apolcob A WHERE A.num_apolice = :NUM-APOLICE AND A.nrendos = :NRENDOS AND A.tipo_cobranca <> :TIPO-COBRANCA-NOVO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
