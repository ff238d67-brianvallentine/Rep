       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPSI.
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
      *- SALVADOS E RESSARCIMENTOS - ACUMULA O RECEBIMENTO NA
      *- RECUPERACAO - SITUACAO 1 RECEBIDA PARCIALMENTE OU 2 RECEBIDA
      *- QUANDO ATINGE O VALOR PREVISTO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SINISTRO                       PIC X(254).
           77  OCORR-RECUP                        PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  VLR-RECEBIDO                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SINISTRO
           OCORR-RECUP
           DTMOVTO
           VLR-RECEBIDO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0sinistro_recup SET VLR_RECEBIDO = VLR_RECEBIDO + :VLR-RECEBIDO, DT_RECEBIMENTO = :DTMOVTO, SITUACAO = CASE WHEN VLR_RECEBIDO + :VLR-RECEBIDO >= VLR_PREVISTO THEN '2' ELSE '1' END, TIMESTAMP = current timestamp WHERE num_sinistro = :NUM-SINISTRO AND ocorr_recup = :OCORR-RECUP AND situacao IN ('0','1','3') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
