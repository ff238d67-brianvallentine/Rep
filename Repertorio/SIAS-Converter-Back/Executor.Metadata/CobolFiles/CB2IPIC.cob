       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPIC.
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
      *- RESSEGURO FACULTATIVO - ACUMULA O VALOR COLOCADO NA FILA -
      *- SITUACAO 1 COLOCADO QUANDO ATINGE O EXCEDENTE - LIBERA A
      *- EMISSAO E A MESA DE LIBERACAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  VLR-COLOCADO                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           VLR-COLOCADO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0facult_fila SET VLR_COLOCADO = VLR_COLOCADO + :VLR-COLOCADO, SITUACAO = CASE WHEN VLR_COLOCADO + :VLR-COLOCADO >= VLR_FACULTATIVO THEN '1' ELSE '0' END, TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND nrendos = :NRENDOS AND situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
