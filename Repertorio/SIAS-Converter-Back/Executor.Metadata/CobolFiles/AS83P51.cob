       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P51.
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
      *- ACESSO DE EMERGENCIA - REGISTRA CADA TRANSACAO EXECUTADA PELO
      *- USUARIO ENQUANTO O ACESSO DE EMERGENCIA ESTA ATIVO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODUSU                             PIC X(254).
           77  COD-TRANSACAO                      PIC X(254).
           77  CHAVE-REGISTRO                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODUSU
           COD-TRANSACAO
           CHAVE-REGISTRO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0acesso_emerg_log (NUM_ACESSO, CODUSU, COD_TRANSACAO, CHAVE_REGISTRO, DTHR_EVENTO) SELECT X.NUM_ACESSO, X.CODUSU, :COD-TRANSACAO, :CHAVE-REGISTRO, current timestamp FROM seguros.v0acesso_emerg X WHERE X.codusu = :CODUSU AND X.situacao = 'A' AND current timestamp BETWEEN X.dthr_inicio AND X.dthr_fim END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
