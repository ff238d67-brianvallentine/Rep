       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPIE.
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
      *- RESSEGURO FACULTATIVO - RETENCAO DA EMISSAO - EXCEDENTE AINDA
      *- PENDENTE DE COLOCACAO OU ATESTO PARA O ENDOSSO - EXECUTAR
      *- ANTES DA EMISSAO; QTDE_PENDENTE > 0 RETEM COM MSG DE COLOCACAO
      *- FACULTATIVA PENDENTE - A MESA DE LIBERACAO (CB2GPFE/CB2GPFF)
      *- JA NAO LIBERA ENDOSSO PENDENTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  QTDE-PENDENTE                      PIC X(254).
           77  VLR-A-COLOCAR                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           QTDE-PENDENTE
           VLR-A-COLOCAR.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT COUNT(*) AS QTDE_PENDENTE, COALESCE(SUM(VLR_FACULTATIVO - VLR_COLOCADO),0) AS VLR_A_COLOCAR FROM seguros.v0facult_fila WHERE num_apolice = :NUM-APOLICE AND nrendos = :NRENDOS AND situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
