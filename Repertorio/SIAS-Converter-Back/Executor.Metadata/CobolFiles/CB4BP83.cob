       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP83.
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
      *- MORATORIA POR CALAMIDADE - REGISTRA A PRORROGACAO DA PARCELA
      *- COM O VENCIMENTO ORIGINAL E O NOVO - EXECUTAR ANTES DE CB4BP84
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-MORATORIA                      PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  DTVENCTO                           PIC X(254).
           77  DTVENCTO-NOVA                      PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-MORATORIA
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           DTVENCTO
           DTVENCTO-NOVA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0moratoria_parcela (NUM_MORATORIA, NUM_APOLICE, NRENDOS, NRPARCEL, DTVENCTO_ORIG, DTVENCTO_NOVA, CODUSU, TIMESTAMP) SELECT :NUM-MORATORIA, :NUM-APOLICE, :NRENDOS, :NRPARCEL, :DTVENCTO, :DTVENCTO-NOVA, :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0moratoria_parcela Z WHERE Z.num_moratoria = :NUM-MORATORIA AND Z.num_apolice = :NUM-APOLICE AND Z.nrendos = :NRENDOS AND Z.nrparcel = :NRPARCEL) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
