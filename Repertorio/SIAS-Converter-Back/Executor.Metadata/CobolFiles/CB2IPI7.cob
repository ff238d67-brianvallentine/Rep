       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPI7.
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
      *- RESSEGURO FACULTATIVO - GRAVA O RISCO NA FILA DE COLOCACAO
      *- FACULTATIVA COM O EXCEDENTE APURADO POR CB2IPI6 - SITUACAO 0
      *- PENDENTE - A EMISSAO E A MESA DE LIBERACAO FICAM RETIDAS ATE A
      *- COLOCACAO OU O ATESTO DO SUBSCRITOR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  RAMO                               PIC X(254).
           77  VLR-RISCO                          PIC X(254).
           77  VLR-FACULTATIVO                    PIC X(254).
           77  DT-INCLUSAO                        PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           RAMO
           VLR-RISCO
           VLR-FACULTATIVO
           DT-INCLUSAO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0facult_fila (NUM_APOLICE, NRENDOS, RAMO, VLR_RISCO, VLR_FACULTATIVO, VLR_COLOCADO, DT_INCLUSAO, SITUACAO, COD_USUARIO, TIMESTAMP) SELECT :NUM-APOLICE, :NRENDOS, :RAMO, :VLR-RISCO, :VLR-FACULTATIVO, 0, :DT-INCLUSAO, '0', :COD-USUARIO, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :VLR-FACULTATIVO > 0 AND NOT EXISTS (SELECT 1 FROM seguros.v0facult_fila F WHERE F.num_apolice = :NUM-APOLICE AND F.nrendos = :NRENDOS) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
