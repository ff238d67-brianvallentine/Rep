       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P55.
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
      *- ACESSO DE EMERGENCIA - TRANSACOES EXECUTADAS SOB O ACESSO,
      *- PARA A REVISAO DO GESTOR E DA SEGURANCA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-ACESSO                         PIC X(254).
           77  COD-TRANSACAO                      PIC X(254).
           77  CHAVE-REGISTRO                     PIC X(254).
           77  DTHR-EVENTO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-ACESSO
           COD-TRANSACAO
           CHAVE-REGISTRO
           DTHR-EVENTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT L.COD_TRANSACAO, L.CHAVE_REGISTRO, L.DTHR_EVENTO FROM seguros.v0acesso_emerg_log L WHERE L.num_acesso = :NUM-ACESSO ORDER BY L.DTHR_EVENTO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
