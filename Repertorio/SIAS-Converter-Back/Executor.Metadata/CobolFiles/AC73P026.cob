       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P026.
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
      *- CUMULO DE CAPITAL POR VIDA - GRAVA NA EMISSAO O CAPITAL
      *- SEGURADO DO CPF NA APOLICE INDIVIDUAL COM A VIGENCIA DO
      *- ENDOSSO - OS CERTIFICADOS DE VIDA EM GRUPO SAO SOMADOS PELO
      *- CADASTRO DE VIDAS (AC73P009) - EXECUTAR AC73P052 EM SEGUIDA
      *- PARA ENCERRAR A LINHA DO ENDOSSO ANTERIOR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CPF                                PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  VLR-CAPITAL                        PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CPF
           NUM-APOLICE
           NRENDOS
           VLR-CAPITAL
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cumulo_capital (CPF, NUM_APOLICE, NRENDOS, VLR_CAPITAL, DTINIVIG, DTTERVIG, SITUACAO, CODUSU, TIMESTAMP) SELECT :CPF, E.NUM_APOLICE, E.NRENDOS, :VLR-CAPITAL, E.DTINIVIG, E.DTTERVIG, '1', :CODUSU, current timestamp FROM seguros.v1endosso E WHERE E.num_apolice = :NUM-APOLICE AND E.nrendos = :NRENDOS AND NOT EXISTS (SELECT 1 FROM seguros.v0cumulo_capital K WHERE K.cpf = :CPF AND K.num_apolice = :NUM-APOLICE AND K.nrendos = :NRENDOS) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
