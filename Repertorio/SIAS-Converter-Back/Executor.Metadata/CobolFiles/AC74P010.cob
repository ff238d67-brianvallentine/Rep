       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC74P010.
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
      *- AUDITORIA DO PREMIO TARIFARIO - TOLERANCIA POR RAMO - A
      *- DIVERGENCIA SO E APONTADA QUANDO PASSA DO PERCENTUAL SOBRE O
      *- PREMIO CALCULADO E DO VALOR MINIMO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  RAMO                               PIC X(254).
           77  PCT-TOLERANCIA                     PIC X(254).
           77  VLR-TOLERANCIA-MIN                 PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           RAMO
           PCT-TOLERANCIA
           VLR-TOLERANCIA-MIN
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0tarifa_tolerancia (RAMO, PCT_TOLERANCIA, VLR_TOLERANCIA_MIN, SITUACAO, CODUSU, TIMESTAMP) SELECT :RAMO, :PCT-TOLERANCIA, :VLR-TOLERANCIA-MIN, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0tarifa_tolerancia L WHERE L.ramo = :RAMO AND L.situacao = '1') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
