       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P47.
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
      *- COSSEGURO CEDIDO - ABRE O CHEQUE DA CONGENERE NA DATA DO
      *- MOVIMENTO PARA AS CONGENERES DISTRIBUIDAS NO ENDOSSO QUE AINDA
      *- NAO TEM CHEQUE EM ABERTO NA DATA - COMPONENTES ZERADOS,
      *- SOMADOS EM SEGUIDA POR AC07P48
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cosced_cheque (CONGENER, DTMOVTO_AC, VLPREMIO, VLRDESCON, VLRADIFRA, VLRCOMIS, VLRSINI, VLDESPESA, VLRHONOR, VLRSALVD, VLRESSARC, VALOR_EDI, VALOR_USS, VLEQPVNDA, VLDESPADM, OUTRDEBIT, OUTRCREDT, VLRSLDANT, SITUACAO) SELECT D.CONGENER, D.DTMOVTO_AC, 0, 0, 0, 0, 0, 0, 0, 0, 0, 0, 0, 0, 0, 0, 0, 0, ' ' FROM seguros.v0cosced_distrib D WHERE D.num_apolice = :NUM-APOLICE AND D.nrendos = :NRENDOS AND D.dtmovto_ac = :DTMOVTO-AC AND NOT EXISTS (SELECT 1 FROM seguros.v0cosced_cheque C WHERE C.congener = D.congener AND C.dtmovto_ac = D.dtmovto_ac) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
