       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP299.
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
      *- CONCILIACAO SIGCB X TITULO X HISTOPARC - GRAVA NA FOLHA DE
      *- FECHAMENTO DIARIO (CB2GPB6) A LINHA DAS QUEBRAS MAIS ANTIGAS
      *- QUE O PARAMETRO - ESPERADO ZERO, APURADO A QUANTIDADE -
      *- VERMELHA QUANDO HOUVER QUEBRA ANTIGA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0fechamento_diario (DTMOVTO, NOME_CONTROLE, VLR_ESPERADO, VLR_APURADO, STATUS_LINHA, TIMESTAMP) SELECT :DTMOVTO, 'QUEBRAS SIGCB X TITULO X HISTOPARC', 0, X.QTDE, CASE WHEN X.QTDE = 0 THEN 'G' ELSE 'R' END, current timestamp FROM (SELECT (SELECT COUNT(*) FROM seguros.v0concil_sigcb_quebra Q WHERE Q.dtmovto = :DTMOVTO AND Q.qtdias_idade > COALESCE((SELECT P.QTDIAS_FECHAMENTO FROM seguros.v0concil_sigcb_param P WHERE P.dtinivig <= :DTMOVTO ORDER BY P.DTINIVIG DESC FETCH FIRST 1 ROW ONLY), 0)) AS QTDE FROM SYSIBM.SYSDUMMY1) X WHERE NOT EXISTS (SELECT 1 FROM seguros.v0fechamento_diario F WHERE F.dtmovto = :DTMOVTO AND F.nome_controle = 'QUEBRAS SIGCB X TITULO X HISTOPARC') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
