       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFE.
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
      *- QUITACAO ANTECIPADA - AMARRA A COTACAO AO BOLETO UNICO (NRTIT
      *- REGISTRADO POR CB2UPE5 COM NRPARCEL ZERO) OU AO PIX (TXID
      *- GERADO POR CB2UPEC) PELO VALOR TOTAL - SITUACAO PASSA A 1
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-QUITACAO                       PIC X(254).
           77  NRTIT                              PIC X(254).
           77  TXID                               PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-QUITACAO
           NRTIT
           TXID.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0quitacao_antec SET NRTIT = :NRTIT, TXID = :TXID, SITUACAO = '1', TIMESTAMP = current timestamp WHERE num_quitacao = :NUM-QUITACAO AND situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
