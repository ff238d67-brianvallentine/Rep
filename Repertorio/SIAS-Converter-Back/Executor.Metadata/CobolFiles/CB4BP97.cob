       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP97.
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
      *- SUBSCRICAO DA PROPOSTA - ACEITACAO TACITA - PROPOSTAS
      *- PENDENTES COM PRAZO VENCIDO SEM DECISAO PASSAM A ACEITAS
      *- TACITAMENTE (SITUACAO 4) - PROPOSTA SUSPENSA NAO E AFETADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0subscricao_prop SET DECISAO = 'A', DT_DECISAO = :DTMOVABE, SITUACAO = '4', TIMESTAMP = current timestamp WHERE situacao = '0' AND dt_limite_tacito < :DTMOVABE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
