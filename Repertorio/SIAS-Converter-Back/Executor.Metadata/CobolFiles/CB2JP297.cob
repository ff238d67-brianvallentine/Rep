       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP297.
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
      *- CONCILIACAO SIGCB X TITULO X HISTOPARC - RELATORIO DIARIO DAS
      *- QUEBRAS POR TIPO COM OS VALORES DE CADA FONTE, A DIFERENCA E A
      *- IDADE - MAIS ANTIGAS PRIMEIRO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
           77  TIPO-QUEBRA                        PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NUM-ENDOSSO                        PIC X(254).
           77  NUM-PARCELA                        PIC X(254).
           77  NUM-TITULO                         PIC X(254).
           77  VLR-SIGCB                          PIC X(254).
           77  VLR-TITULO                         PIC X(254).
           77  VLR-HISTOPARC                      PIC X(254).
           77  VLR-DIFERENCA                      PIC X(254).
           77  DT-ORIGEM                          PIC X(254).
           77  QTDIAS-IDADE                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO
           TIPO-QUEBRA
           NUM-APOLICE
           NUM-ENDOSSO
           NUM-PARCELA
           NUM-TITULO
           VLR-SIGCB
           VLR-TITULO
           VLR-HISTOPARC
           VLR-DIFERENCA
           DT-ORIGEM
           QTDIAS-IDADE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT Q.TIPO_QUEBRA, Q.NUM_APOLICE, Q.NUM_ENDOSSO, Q.NUM_PARCELA, Q.NUM_TITULO, Q.VLR_SIGCB, Q.VLR_TITULO, Q.VLR_HISTOPARC, CASE WHEN Q.TIPO_QUEBRA = 'V' THEN Q.VLR_TITULO - Q.VLR_SIGCB ELSE Q.VLR_SIGCB + Q.VLR_HISTOPARC END AS VLR_DIFERENCA, Q.DT_ORIGEM, Q.QTDIAS_IDADE FROM seguros.v0concil_sigcb_quebra Q WHERE Q.dtmovto = :DTMOVTO AND (Q.tipo_quebra = :TIPO-QUEBRA OR :TIPO-QUEBRA = ' ') ORDER BY Q.TIPO_QUEBRA, Q.QTDIAS_IDADE DESC, Q.NUM_APOLICE, Q.NUM_ENDOSSO, Q.NUM_PARCELA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
