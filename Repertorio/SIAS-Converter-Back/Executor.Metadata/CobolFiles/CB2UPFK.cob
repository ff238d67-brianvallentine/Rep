       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFK.
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
      *- QUITACAO ANTECIPADA - ENCERRA A COTACAO COMO PAGA (SITUACAO 2)
      *- COM A DATA DO PAGAMENTO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-QUITACAO                       PIC X(254).
           77  DT-PAGAMENTO                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-QUITACAO
           DT-PAGAMENTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0quitacao_antec SET SITUACAO = '2', DT_PAGAMENTO = :DT-PAGAMENTO, TIMESTAMP = current timestamp WHERE num_quitacao = :NUM-QUITACAO AND situacao = '1' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
