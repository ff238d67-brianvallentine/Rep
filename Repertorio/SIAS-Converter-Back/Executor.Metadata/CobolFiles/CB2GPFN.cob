       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFN.
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
      *- VISTORIA PREVIA - CARGA DA FATURA MENSAL DA EMPRESA DE
      *- VISTORIA - UMA LINHA POR VISTORIA COBRADA COM O VALOR FATURADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  COD-EMPRESA-VIST                   PIC X(254).
           77  ANO-MES                            PIC X(254).
           77  NUM-VISTORIA                       PIC X(254).
           77  VLR-COBRADO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           COD-EMPRESA-VIST
           ANO-MES
           NUM-VISTORIA
           VLR-COBRADO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0vistoria_fatura (COD_EMPRESA_VIST, ANO_MES, NUM_VISTORIA, VLR_COBRADO, TIMESTAMP) VALUES (:COD-EMPRESA-VIST, :ANO-MES, :NUM-VISTORIA, :VLR-COBRADO, current timestamp) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
