       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P023.
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
      *- CUMULO DE CAPITAL POR VIDA - INCLUI O PARAMETRO VIGENTE A
      *- PARTIR DA DATA - RETENCAO POR VIDA (ACIMA DELA O EXCEDENTE VAI
      *- PARA COLOCACAO FACULTATIVA) E LIMITE DE SUBSCRICAO (ACIMA DELE
      *- O CASO E ENCAMINHADO A SUBSCRICAO) - ENCERRA O PARAMETRO
      *- ANTERIOR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTINIVIG                           PIC X(254).
           77  VLR-RETENCAO-VIDA                  PIC X(254).
           77  VLR-LIMITE-SUBSCRICAO              PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTINIVIG
           VLR-RETENCAO-VIDA
           VLR-LIMITE-SUBSCRICAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cumulo_param (DTINIVIG, DTTERVIG, VLR_RETENCAO_VIDA, VLR_LIMITE_SUBSCRICAO, CODUSU, TIMESTAMP) SELECT :DTINIVIG, DATE('9999-12-31'), :VLR-RETENCAO-VIDA, :VLR-LIMITE-SUBSCRICAO, :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :VLR-LIMITE-SUBSCRICAO >= :VLR-RETENCAO-VIDA AND NOT EXISTS (SELECT 1 FROM seguros.v0cumulo_param P WHERE P.dtinivig >= :DTINIVIG) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
