       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P037.
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
      *- OVERRIDING DA HIERARQUIA DE PRODUCAO - INCLUI O PERCENTUAL DE
      *- OVERRIDING POR NIVEL E RAMO COM VIGENCIA - NAO ACEITA VIGENCIA
      *- SOBREPOSTA PARA O MESMO NIVEL E RAMO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NIVEL                              PIC X(254).
           77  RAMO                               PIC X(254).
           77  PCT-OVERRIDING                     PIC X(254).
           77  DTINIVIG                           PIC X(254).
           77  DTTERVIG                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NIVEL
           RAMO
           PCT-OVERRIDING
           DTINIVIG
           DTTERVIG
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0overriding_pct (NIVEL, RAMO, PCT_OVERRIDING, DTINIVIG, DTTERVIG, CODUSU, TIMESTAMP) SELECT :NIVEL, :RAMO, :PCT-OVERRIDING, :DTINIVIG, :DTTERVIG, :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0overriding_pct O WHERE O.nivel = :NIVEL AND O.ramo = :RAMO AND O.dtinivig <= :DTTERVIG AND O.dttervig >= :DTINIVIG) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
