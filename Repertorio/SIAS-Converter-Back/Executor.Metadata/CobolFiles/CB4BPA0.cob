       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BPA0.
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
      *- MORATORIA POR CALAMIDADE - PRORROGA A PARCELA DEVEDORA JUNTO
      *- COM A PARCELA (CB4BP84) - DTVENCTO PASSA A DATA NOVA E
      *- DT_CANCPREV ANDA OS MESMOS DIAS - CANCELAMENTO (CB4BP45),
      *- REPASSE (CB4BP55) E NEGATIVACAO (CB4BP61) CONTAM DA DATA
      *- PRORROGADA APOS O ENCERRAMENTO DA MORATORIA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-MORATORIA                      PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-MORATORIA
           NUM-APOLICE
           NRENDOS
           NRPARCEL.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0parcela_devedor D SET DT_CANCPREV = D.DT_CANCPREV + (SELECT DAYS(Z.DTVENCTO_NOVA) - DAYS(Z.DTVENCTO_ORIG) FROM seguros.v0moratoria_parcela Z WHERE Z.num_moratoria = :NUM-MORATORIA AND Z.num_apolice = D.num_apolice AND Z.nrendos = D.nrendos AND Z.nrparcel = D.nrparcel) DAYS, DTVENCTO = (SELECT Z.DTVENCTO_NOVA FROM seguros.v0moratoria_parcela Z WHERE Z.num_moratoria = :NUM-MORATORIA AND Z.num_apolice = D.num_apolice AND Z.nrendos = D.nrendos AND Z.nrparcel = D.nrparcel), TIMESTAMP = current timestamp WHERE D.num_apolice = :NUM-APOLICE AND D.nrendos = :NRENDOS AND D.nrparcel = :NRPARCEL AND D.situacao = '0' AND EXISTS (SELECT 1 FROM seguros.v0moratoria_parcela Z WHERE Z.num_moratoria = :NUM-MORATORIA AND Z.num_apolice = D.num_apolice AND Z.nrendos = D.nrendos AND Z.nrparcel = D.nrparcel AND Z.dtvencto_orig = D.dtvencto) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
