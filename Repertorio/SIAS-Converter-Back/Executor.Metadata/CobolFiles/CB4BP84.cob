       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP84.
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
      *- MORATORIA POR CALAMIDADE - PRORROGA O VENCIMENTO DA PARCELA EM
      *- ABERTO PARA A DATA REGISTRADA POR CB4BP83 - EXECUTAR CB4BPA0
      *- EM SEGUIDA
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v1parcela P SET DTVENCTO = (SELECT Z.DTVENCTO_NOVA FROM seguros.v0moratoria_parcela Z WHERE Z.num_moratoria = :NUM-MORATORIA AND Z.num_apolice = P.num_apolice AND Z.nrendos = P.nrendos AND Z.nrparcel = P.nrparcel) WHERE P.num_apolice = :NUM-APOLICE AND P.nrendos = :NRENDOS AND P.nrparcel = :NRPARCEL AND P.situacao = '0' AND EXISTS (SELECT 1 FROM seguros.v0moratoria_parcela Z WHERE Z.num_moratoria = :NUM-MORATORIA AND Z.num_apolice = P.num_apolice AND Z.nrendos = P.nrendos AND Z.nrparcel = P.nrparcel) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
