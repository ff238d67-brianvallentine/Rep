       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFH.
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
      *- VISTORIA PREVIA - RAMOS DE AUTOMOVEL QUE EXIGEM VISTORIA
      *- PREVIA APROVADA PARA LIBERAR A EMISSAO NA MESA DE LIBERACAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  RAMO                               PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           RAMO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0vistoria_ramo (RAMO, SITUACAO, CODUSU, TIMESTAMP) SELECT :RAMO, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0vistoria_ramo R WHERE R.ramo = :RAMO AND R.situacao = '1') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
