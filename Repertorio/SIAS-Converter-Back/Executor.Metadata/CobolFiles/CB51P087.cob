       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P087.
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
      *- RECLAMACOES - PRAZO REGULATORIO DE RESPOSTA POR ORIGEM - O
      *- OUVIDORIA, G CONSUMIDOR.GOV.BR, S SUSEP, P PROCON - EM DIAS
      *- CORRIDOS A PARTIR DO RECEBIMENTO, COM O LIMITE NO PROXIMO DIA
      *- UTIL, E DIAS DE ATRASO PARA O SEGUNDO NIVEL DE ESCALACAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ORIGEM-RECLAM                      PIC X(254).
           77  QTDIAS-PRAZO                       PIC X(254).
           77  QTDIAS-NIVEL2                      PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ORIGEM-RECLAM
           QTDIAS-PRAZO
           QTDIAS-NIVEL2
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0reclam_prazo (ORIGEM_RECLAM, QTDIAS_PRAZO, QTDIAS_NIVEL2, COD_USUARIO, TIMESTAMP) SELECT :ORIGEM-RECLAM, :QTDIAS-PRAZO, :QTDIAS-NIVEL2, :COD-USUARIO, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :ORIGEM-RECLAM IN ('O', 'G', 'S', 'P') AND NOT EXISTS (SELECT 1 FROM seguros.v0reclam_prazo R WHERE R.origem_reclam = :ORIGEM-RECLAM) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
