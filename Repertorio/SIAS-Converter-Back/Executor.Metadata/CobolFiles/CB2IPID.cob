       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPID.
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
      *- RESSEGURO FACULTATIVO - ATESTO DO SUBSCRITOR PARA RETER O
      *- SALDO NAO COLOCADO - SITUACAO 2 RETIDO COM ATESTO - GRAVA
      *- USUARIO, DATA E JUSTIFICATIVA - LIBERA A EMISSAO E A MESA DE
      *- LIBERACAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  COD-USUARIO-ATESTO                 PIC X(254).
           77  DT-ATESTO                          PIC X(254).
           77  JUSTIFICATIVA                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           COD-USUARIO-ATESTO
           DT-ATESTO
           JUSTIFICATIVA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0facult_fila SET SITUACAO = '2', COD_USUARIO_ATESTO = :COD-USUARIO-ATESTO, DT_ATESTO = :DT-ATESTO, JUSTIFICATIVA = :JUSTIFICATIVA, TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND nrendos = :NRENDOS AND situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
