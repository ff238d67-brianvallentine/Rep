       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P027.
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
      *- CUMULO DE CAPITAL POR VIDA - GRAVA A OCORRENCIA DE CUMULO
      *- ACIMA DA RETENCAO APURADA POR AC73P025 - SITUACAO 0 PENDENTE -
      *- IND_DESTINO F SEGUE PARA A FILA FACULTATIVA (CB2IPI7 COM O
      *- EXCEDENTE) E S PARA A SUBSCRICAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CPF                                PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  DT-APURACAO                        PIC X(254).
           77  VLR-CAPITAL                        PIC X(254).
           77  VLR-CUMULO                         PIC X(254).
           77  VLR-RETENCAO-VIDA                  PIC X(254).
           77  VLR-EXCEDENTE                      PIC X(254).
           77  IND-DESTINO                        PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CPF
           NUM-APOLICE
           NRENDOS
           CODSUBES
           DT-APURACAO
           VLR-CAPITAL
           VLR-CUMULO
           VLR-RETENCAO-VIDA
           VLR-EXCEDENTE
           IND-DESTINO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cumulo_ocorrencia (CPF, NUM_APOLICE, NRENDOS, CODSUBES, DT_APURACAO, VLR_CAPITAL, VLR_CUMULO, VLR_RETENCAO_VIDA, VLR_EXCEDENTE, IND_DESTINO, SITUACAO, CODUSU, TIMESTAMP) SELECT :CPF, :NUM-APOLICE, :NRENDOS, :CODSUBES, :DT-APURACAO, :VLR-CAPITAL, :VLR-CUMULO, :VLR-RETENCAO-VIDA, :VLR-EXCEDENTE, :IND-DESTINO, '0', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :IND-DESTINO IN ('F','S') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
