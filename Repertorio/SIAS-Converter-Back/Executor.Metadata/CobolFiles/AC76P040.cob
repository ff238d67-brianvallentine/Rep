       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P040.
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
      *- OVERRIDING DA HIERARQUIA DE PRODUCAO - BAIXA O OVERRIDING DO
      *- BENEFICIARIO NO MES APOS A ORDEM DE PAGAMENTO - SITUACAO 1
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  CODPDT-BENEF                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           CODPDT-BENEF.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0overriding_calc SET SITUACAO = '1', TIMESTAMP = current timestamp WHERE ano_mes = :ANO-MES AND codpdt_benef = :CODPDT-BENEF AND situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
