       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPI9.
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
      *- RESSEGURO FACULTATIVO - CADASTRA O CONTRATO FACULTATIVO DO
      *- RESSEGURADOR NO CADASTRO DE TRATADOS - MESMA FONTE/NRRCAP
      *- USADA PELA CESSAO, RECUPERACAO E CONTA CORRENTE DOS TRATADOS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
           77  NOME                               PIC X(254).
           77  VLRCAP                             PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           FONTE
           NRRCAP
           NOME
           VLRCAP
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v1rcap (FONTE, NRRCAP, NOME, VLRCAP, TIPO_CONTRATO, SITUACAO, CODUSU, TIMESTAMP) SELECT :FONTE, :NRRCAP, :NOME, :VLRCAP, 'F', '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v1rcap T WHERE T.fonte = :FONTE AND T.nrrcap = :NRRCAP) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
