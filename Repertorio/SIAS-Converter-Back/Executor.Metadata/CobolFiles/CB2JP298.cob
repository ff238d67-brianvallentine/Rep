       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP298.
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
      *- CONCILIACAO SIGCB X TITULO X HISTOPARC - RESUMO DO DIA POR
      *- TIPO DE QUEBRA - QUANTIDADE, VALORES, IDADE MAXIMA E QUANTAS
      *- PASSAM DA IDADE DO PARAMETRO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
           77  TIPO-QUEBRA                        PIC X(254).
           77  QTDE-QUEBRAS                       PIC X(254).
           77  VLR-SIGCB                          PIC X(254).
           77  VLR-TITULO                         PIC X(254).
           77  VLR-HISTOPARC                      PIC X(254).
           77  QTDIAS-IDADE-MAX                   PIC X(254).
           77  QTDE-ANTIGAS                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO
           TIPO-QUEBRA
           QTDE-QUEBRAS
           VLR-SIGCB
           VLR-TITULO
           VLR-HISTOPARC
           QTDIAS-IDADE-MAX
           QTDE-ANTIGAS.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT Q.TIPO_QUEBRA, COUNT(*) AS QTDE_QUEBRAS, SUM(Q.VLR_SIGCB) AS VLR_SIGCB, SUM(Q.VLR_TITULO) AS VLR_TITULO, SUM(Q.VLR_HISTOPARC) AS VLR_HISTOPARC, MAX(Q.QTDIAS_IDADE) AS QTDIAS_IDADE_MAX, SUM(CASE WHEN Q.QTDIAS_IDADE > P.QTDIAS_FECHAMENTO THEN 1 ELSE 0 END) AS QTDE_ANTIGAS FROM seguros.v0concil_sigcb_quebra Q, (SELECT COALESCE((SELECT P.QTDIAS_FECHAMENTO FROM seguros.v0concil_sigcb_param P WHERE P.dtinivig <= :DTMOVTO ORDER BY P.DTINIVIG DESC FETCH FIRST 1 ROW ONLY), 0) AS QTDIAS_FECHAMENTO FROM SYSIBM.SYSDUMMY1) P WHERE Q.dtmovto = :DTMOVTO GROUP BY Q.TIPO_QUEBRA, P.QTDIAS_FECHAMENTO ORDER BY Q.TIPO_QUEBRA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
