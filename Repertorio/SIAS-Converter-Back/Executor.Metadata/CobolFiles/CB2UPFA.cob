       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFA.
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
      *- ARQUIVO DIARIO DO PRODUTOR - CONTROLE DOS ARQUIVOS DO PERIODO
      *- POR PRODUTOR E SITUACAO, PARA O ATENDIMENTO DA OPERACAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  CODPDT                             PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  NOMPDT                             PIC X(254).
           77  NOME-ARQUIVO                       PIC X(254).
           77  QTDE-REGISTROS                     PIC X(254).
           77  VLR-TOTAL                          PIC X(254).
           77  SITUACAO                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           CODPDT
           DTMOVTO
           NOMPDT
           NOME-ARQUIVO
           QTDE-REGISTROS
           VLR-TOTAL
           SITUACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT F.DTMOVTO, F.CODPDT, P.NOMPDT, F.NOME_ARQUIVO, F.QTDE_REGISTROS, F.VLR_TOTAL, F.SITUACAO FROM seguros.v0produtor_arquivo F, seguros.v1produtor P WHERE P.codpdt = F.codpdt AND F.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL AND (F.codpdt = :CODPDT OR :CODPDT = 0) ORDER BY F.DTMOVTO, F.CODPDT END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
