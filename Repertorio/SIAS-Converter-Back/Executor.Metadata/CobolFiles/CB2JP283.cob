       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP283.
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
      *- REMUNERACAO CEF - BAIXA DA FATURA - SITUACAO 1 PAGA COM A DATA
      *- DO PAGAMENTO OU 2 CONTESTADA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  DT-PAGAMENTO                       PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           SITUACAO
           DT-PAGAMENTO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cef_fatura SET SITUACAO = :SITUACAO, DT_PAGAMENTO = :DT-PAGAMENTO, CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE ano_mes = :ANO-MES AND situacao IN ('0','2') AND :SITUACAO IN ('1','2') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
