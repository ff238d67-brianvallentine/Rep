       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP293.
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
      *- FALLBACK DE COBRANCA - AMARRA AO FALLBACK ATIVO DA PARCELA O
      *- TITULO (NRTIT) REGISTRADO POR CB2UPE5 OU A COBRANCA PIX (TXID)
      *- GERADA POR CB2UPEC
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  NRTIT                              PIC X(254).
           77  TXID                               PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           NRTIT
           TXID.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cobr_fallback SET NRTIT = :NRTIT, TXID = :TXID, TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND nrendos = :NRENDOS AND nrparcel = :NRPARCEL AND situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
