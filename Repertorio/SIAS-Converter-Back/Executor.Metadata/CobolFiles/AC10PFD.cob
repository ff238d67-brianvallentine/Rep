       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC10PFD.
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
      *- IOF POR DECENDIO - GRAVA A APURACAO DO DECENDIO POR ALIQUOTA E
      *- RAMO COM OS VALORES DE AC10PFC - SITUACAO 0 A RECOLHER - UMA
      *- APURACAO POR DECENDIO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  NUM-DECENDIO                       PIC X(254).
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  PCT-ALIQUOTA                       PIC X(254).
           77  RAMO                               PIC X(254).
           77  VLR-IOF-COBRADO                    PIC X(254).
           77  VLR-IOF-RESTITUIDO                 PIC X(254).
           77  VLR-IOF-DEVIDO                     PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           NUM-DECENDIO
           DT-INICIAL
           DT-FINAL
           PCT-ALIQUOTA
           RAMO
           VLR-IOF-COBRADO
           VLR-IOF-RESTITUIDO
           VLR-IOF-DEVIDO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0iof_decendio (ANO_MES, NUM_DECENDIO, DT_INICIAL, DT_FINAL, PCT_ALIQUOTA, RAMO, VLR_IOF_COBRADO, VLR_IOF_RESTITUIDO, VLR_IOF_DEVIDO, SITUACAO, CODUSU, TIMESTAMP) SELECT :ANO-MES, :NUM-DECENDIO, :DT-INICIAL, :DT-FINAL, :PCT-ALIQUOTA, :RAMO, :VLR-IOF-COBRADO, :VLR-IOF-RESTITUIDO, :VLR-IOF-DEVIDO, '0', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0iof_decendio D WHERE D.ano_mes = :ANO-MES AND D.num_decendio = :NUM-DECENDIO AND D.pct_aliquota = :PCT-ALIQUOTA AND D.ramo = :RAMO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
