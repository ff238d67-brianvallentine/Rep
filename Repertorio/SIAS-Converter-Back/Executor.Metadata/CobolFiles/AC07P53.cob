       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P53.
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
      *- REGISTRO DE OPERACOES SUSEP (SRO) - MARCA COMO ENVIADOS
      *- (SITUACAO 1) NO LOTE DO DIA OS REGISTROS DA REMESSA GERADA POR
      *- AC07P52
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-LOTE                           PIC X(254).
           77  DT-ENVIO                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-LOTE
           DT-ENVIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0sro_registro SET NUM_LOTE = :NUM-LOTE, DT_ENVIO = :DT-ENVIO, QTDE_ENVIOS = QTDE_ENVIOS + 1, SITUACAO = '1', TIMESTAMP = current timestamp WHERE situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
