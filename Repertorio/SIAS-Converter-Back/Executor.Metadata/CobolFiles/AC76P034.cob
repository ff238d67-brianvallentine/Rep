       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P034.
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
      *- ESTORNO DE COMISSAO - TRANSFERE O ESTORNO NAO RECUPERADO PARA
      *- COBRANCA DA AREA COMERCIAL - SITUACAO C - DEIXA DE SER
      *- DESCONTADO NAS LIQUIDACOES
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODCORR                            PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODCORR
           CODSUBES
           NUM-APOLICE
           NRENDOS
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0comissao_ajuste SET SITUACAO = 'C', CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE codcorr = :CODCORR AND codsubes = :CODSUBES AND num_apolice = :NUM-APOLICE AND nrendos = :NRENDOS AND situacao = 'E' AND vlr_saldo < 0 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
