       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P48.
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
      *- COSSEGURO CEDIDO - SOMA AS COTAS DISTRIBUIDAS DO ENDOSSO NOS
      *- COMPONENTES VLPREMIO, VLRDESCON E VLRCOMIS DO CHEQUE EM ABERTO
      *- DA CONGENERE NA DATA DO MOVIMENTO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  DTMOVTO-AC                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           DTMOVTO-AC.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cosced_cheque C SET VLPREMIO = C.VLPREMIO + (SELECT D.VLPREMIO FROM seguros.v0cosced_distrib D WHERE D.num_apolice = :NUM-APOLICE AND D.nrendos = :NRENDOS AND D.congener = C.congener), VLRDESCON = C.VLRDESCON + (SELECT D.VLRDESCON FROM seguros.v0cosced_distrib D WHERE D.num_apolice = :NUM-APOLICE AND D.nrendos = :NRENDOS AND D.congener = C.congener), VLRCOMIS = C.VLRCOMIS + (SELECT D.VLRCOMIS FROM seguros.v0cosced_distrib D WHERE D.num_apolice = :NUM-APOLICE AND D.nrendos = :NRENDOS AND D.congener = C.congener) WHERE C.dtmovto_ac = :DTMOVTO-AC AND C.situacao IN (' ','0') AND C.congener IN (SELECT D.CONGENER FROM seguros.v0cosced_distrib D WHERE D.num_apolice = :NUM-APOLICE AND D.nrendos = :NRENDOS AND D.dtmovto_ac = :DTMOVTO-AC) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
