       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P044.
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
      *- ATUALIZACAO MONETARIA ANUAL - CAPITAL ATUALIZADO DA APOLICE
      *- INDIVIDUAL - GRAVA NOVA LINHA NO CUMULO COM O ENDOSSO DE
      *- ATUALIZACAO - EXECUTAR DEPOIS DE AC73P043 E EM SEGUIDA
      *- ENCERRAR A LINHA ANTERIOR POR AC73P045
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  DT-ANIVERSARIO                     PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           DT-ANIVERSARIO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cumulo_capital (CPF, NUM_APOLICE, NRENDOS, VLR_CAPITAL, DTINIVIG, DTTERVIG, SITUACAO, CODUSU, TIMESTAMP) SELECT K.CPF, K.NUM_APOLICE, U.NRENDOS_ATU, K.VLR_CAPITAL * U.FATOR_ATUALIZACAO, U.DT_ANIVERSARIO, K.DTTERVIG, '1', :CODUSU, current timestamp FROM seguros.v0cumulo_capital K, seguros.v0atualiz_monet U WHERE U.num_apolice = :NUM-APOLICE AND U.dt_aniversario = :DT-ANIVERSARIO AND U.situacao = '1' AND K.num_apolice = U.num_apolice AND K.situacao = '1' AND K.nrendos <> U.nrendos_atu END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
