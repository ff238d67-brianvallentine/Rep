       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP292.
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
      *- FALLBACK DE COBRANCA - TROCA O TIPO DE COBRANCA DA APOLICE
      *- PARA B BOLETO OU P PIX - EXECUTAR DEPOIS DE CB2JP215A E
      *- CB2JP291
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  TIPO-COBRANCA-NOVO                 PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           TIPO-COBRANCA-NOVO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0apolcob SET TIPO_COBRANCA = :TIPO-COBRANCA-NOVO, TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND nrendos = :NRENDOS AND tipo_cobranca NOT IN ('M', 'B', 'P') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
