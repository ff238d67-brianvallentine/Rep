       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P090.
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
      *- RECLAMACOES - ESCALACAO DIARIA DOS CASOS SEM RESPOSTA - NIVEL
      *- 1 QUANDO PASSA DO PRAZO LIMITE, NIVEL 2 QUANDO O ATRASO PASSA
      *- DOS DIAS DE SEGUNDO NIVEL DA ORIGEM
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0reclamacao R SET NIVEL_ESCALACAO = CASE WHEN DAYS(:DTMOVABE) - DAYS(R.DT_LIMITE) > (SELECT P.QTDIAS_NIVEL2 FROM seguros.v0reclam_prazo P WHERE P.origem_reclam = R.origem_reclam) THEN 2 ELSE 1 END, DT_ESCALACAO = :DTMOVABE, TIMESTAMP = current timestamp WHERE R.situacao IN ('0', '1') AND R.dt_limite < :DTMOVABE AND R.nivel_escalacao < CASE WHEN DAYS(:DTMOVABE) - DAYS(R.DT_LIMITE) > (SELECT P.QTDIAS_NIVEL2 FROM seguros.v0reclam_prazo P WHERE P.origem_reclam = R.origem_reclam) THEN 2 ELSE 1 END END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
