       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P034.
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
      *- TABELA DE IMPOSTO DE RENDA RETIDO NA FONTE - INCLUI A FAIXA
      *- POR TIPO DE PESSOA (F PROGRESSIVA, J ALIQUOTA UNICA) COM
      *- VIGENCIA, ALIQUOTA E PARCELA A DEDUZIR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  TPPESSOA                           PIC X(254).
           77  DTINIVIG                           PIC X(254).
           77  VLR-FAIXA-INI                      PIC X(254).
           77  VLR-FAIXA-FIM                      PIC X(254).
           77  PCT-ALIQUOTA                       PIC X(254).
           77  VLR-DEDUCAO                        PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           TPPESSOA
           DTINIVIG
           VLR-FAIXA-INI
           VLR-FAIXA-FIM
           PCT-ALIQUOTA
           VLR-DEDUCAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0ir_tabela (TPPESSOA, DTINIVIG, VLR_FAIXA_INI, VLR_FAIXA_FIM, PCT_ALIQUOTA, VLR_DEDUCAO, CODUSU, TIMESTAMP) VALUES (:TPPESSOA, :DTINIVIG, :VLR-FAIXA-INI, :VLR-FAIXA-FIM, :PCT-ALIQUOTA, :VLR-DEDUCAO, :CODUSU, current timestamp) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
