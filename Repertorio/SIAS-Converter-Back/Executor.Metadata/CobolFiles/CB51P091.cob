       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P091.
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
      *- RECLAMACOES - CASOS EM ABERTO POR PRAZO - VENCIDOS E ESCALADOS
      *- PRIMEIRO, COM DIAS PARA O LIMITE (NEGATIVO QUANDO EM ATRASO)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  ORIGEM-RECLAM                      PIC X(254).
           77  NUM-RECLAMACAO                     PIC X(254).
           77  NUM-PROTOCOLO-EXT                  PIC X(254).
           77  CODCLIEN                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  COD-CATEGORIA                      PIC X(254).
           77  DT-RECEBIMENTO                     PIC X(254).
           77  DT-LIMITE                          PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  NIVEL-ESCALACAO                    PIC X(254).
           77  QTDIAS-LIMITE                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           ORIGEM-RECLAM
           NUM-RECLAMACAO
           NUM-PROTOCOLO-EXT
           CODCLIEN
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           COD-CATEGORIA
           DT-RECEBIMENTO
           DT-LIMITE
           SITUACAO
           NIVEL-ESCALACAO
           QTDIAS-LIMITE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT R.NUM_RECLAMACAO, R.ORIGEM_RECLAM, R.NUM_PROTOCOLO_EXT, R.CODCLIEN, R.NUM_APOLICE, R.NRENDOS, R.NRPARCEL, R.COD_CATEGORIA, R.DT_RECEBIMENTO, R.DT_LIMITE, R.SITUACAO, R.NIVEL_ESCALACAO, DAYS(R.DT_LIMITE) - DAYS(:DTMOVABE) AS QTDIAS_LIMITE FROM seguros.v0reclamacao R WHERE R.situacao IN ('0', '1') AND (R.origem_reclam = :ORIGEM-RECLAM OR :ORIGEM-RECLAM = ' ') ORDER BY R.NIVEL_ESCALACAO DESC, R.DT_LIMITE, R.NUM_RECLAMACAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
