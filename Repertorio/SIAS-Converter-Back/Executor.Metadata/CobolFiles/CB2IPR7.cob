       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPR7.
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
      *- CONTA CORRENTE DE RESSEGURO - ATUALIZA A SITUACAO DO EXTRATO -
      *- 1 ENVIADO, 2 ACEITO E ASSINADO PELO RESSEGURADOR, 3 CONTESTADO
      *- - GRAVA O USUARIO E A DATA DO ATESTO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  FONTE                              PIC X(254).
           77  NRRCAP                             PIC X(254).
           77  NUM-VERSAO                         PIC X(254).
           77  ANO-TRIMESTRE                      PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  DT-SITUACAO                        PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           FONTE
           NRRCAP
           NUM-VERSAO
           ANO-TRIMESTRE
           SITUACAO
           DT-SITUACAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0resseg_extrato SET SITUACAO = :SITUACAO, DT_SITUACAO = :DT-SITUACAO, CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE fonte = :FONTE AND nrrcap = :NRRCAP AND num_versao = :NUM-VERSAO AND ano_trimestre = :ANO-TRIMESTRE AND situacao <> '2' AND :SITUACAO IN ('1','2','3') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
