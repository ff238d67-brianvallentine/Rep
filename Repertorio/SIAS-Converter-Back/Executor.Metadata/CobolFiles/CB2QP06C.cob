       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2QP06C.
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
      *- PAGAMENTO EM DUPLICIDADE - PREFERENCIA DO CLIENTE PARA O
      *- CREDITO DE PAGAMENTO EM DUPLICIDADE - IND_DESTINO A APLICA NA
      *- PROXIMA PARCELA EM ABERTO, D DEVOLVE AO CLIENTE - VALE A
      *- PREFERENCIA GRAVADA POR ULTIMO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODCLIEN                           PIC X(254).
           77  IND-DESTINO                        PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODCLIEN
           IND-DESTINO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cliente_pref_credito (CODCLIEN, IND_DESTINO, SITUACAO, CODUSU, TIMESTAMP) VALUES (:CODCLIEN, :IND-DESTINO, '1', :CODUSU, current timestamp) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
