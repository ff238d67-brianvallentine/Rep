       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPG2.
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
      *- JANELA DE CONGELAMENTO DA ATUALIZACAO ON-LINE - RELATORIO DAS
      *- TENTATIVAS DE ATUALIZACAO RECUSADAS NO PERIODO POR GRUPO DE
      *- TABELAS (BRANCO TODOS), JOB, TRANSACAO E USUARIO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DATA-INICIAL                       PIC X(254).
           77  DATA-FINAL                         PIC X(254).
           77  GRUPO-TABELA                       PIC X(254).
           77  NOME-JOB                           PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  TRANSACAO                          PIC X(254).
           77  CODUSU                             PIC X(254).
           77  QTDE-TENTATIVAS                    PIC X(254).
           77  PRIMEIRA-TENTATIVA                 PIC X(254).
           77  ULTIMA-TENTATIVA                   PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DATA-INICIAL
           DATA-FINAL
           GRUPO-TABELA
           NOME-JOB
           DTMOVTO
           TRANSACAO
           CODUSU
           QTDE-TENTATIVAS
           PRIMEIRA-TENTATIVA
           ULTIMA-TENTATIVA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT L.GRUPO_TABELA, L.NOME_JOB, L.DTMOVTO, L.TRANSACAO, L.CODUSU, COUNT(*) AS QTDE_TENTATIVAS, MIN(L.DTHR_TENTATIVA) AS PRIMEIRA_TENTATIVA, MAX(L.DTHR_TENTATIVA) AS ULTIMA_TENTATIVA FROM seguros.v0congela_log L WHERE DATE(L.dthr_tentativa) BETWEEN :DATA-INICIAL AND :DATA-FINAL AND (:GRUPO-TABELA = ' ' OR L.grupo_tabela = :GRUPO-TABELA) GROUP BY L.GRUPO_TABELA, L.NOME_JOB, L.DTMOVTO, L.TRANSACAO, L.CODUSU ORDER BY L.GRUPO_TABELA, L.DTMOVTO, L.NOME_JOB, L.TRANSACAO, L.CODUSU END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
