       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P101.
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
      *- BASE DE CEP DOS CORREIOS (DNE) - FECHAMENTO DA CARGA MENSAL -
      *- BAIXA (SITUACAO 0) O CEP QUE NAO VEIO NA CARGA DO MES -
      *- EXECUTAR DEPOIS DE CB51P099 E CB51P100 PARA TODO O ARQUIVO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-CARGA                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-CARGA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cep_dne SET SITUACAO = '0', TIMESTAMP = current timestamp WHERE dt_carga < :DT-CARGA AND situacao = '1' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
