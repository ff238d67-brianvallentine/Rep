       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P55.
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
      *- REGISTRO DE OPERACOES SUSEP (SRO) - REENVIO DO REGISTRO
      *- REJEITADO APOS A CORRECAO DA ORIGEM - VOLTA A SITUACAO 0 E
      *- ENTRA NA PROXIMA REMESSA COM O VALOR ATUAL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ID-REGISTRO                        PIC X(254).
           77  VLR-REGISTRO                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ID-REGISTRO
           VLR-REGISTRO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0sro_registro SET VLR_REGISTRO = :VLR-REGISTRO, SITUACAO = '0', TIMESTAMP = current timestamp WHERE id_registro = :ID-REGISTRO AND situacao = '3' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
