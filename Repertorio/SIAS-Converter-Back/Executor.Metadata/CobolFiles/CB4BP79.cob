       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP79.
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
      *- MORATORIA POR CALAMIDADE - CADASTRO DA MORATORIA COM PERIODO
      *- DE VIGENCIA E PRORROGACAO MAXIMA DOS VENCIMENTOS EM DIAS -
      *- SITUACAO 1 ATIVA, 2 ENCERRADA - AS AREAS ATINGIDAS SAO
      *- GRAVADAS POR CB4BP80
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-MORATORIA                      PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  DT-INICIO                          PIC X(254).
           77  DT-FIM                             PIC X(254).
           77  QTDIAS-MAX-PRORROG                 PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-MORATORIA
           DESCRICAO
           DT-INICIO
           DT-FIM
           QTDIAS-MAX-PRORROG
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0moratoria (NUM_MORATORIA, DESCRICAO, DT_INICIO, DT_FIM, QTDIAS_MAX_PRORROG, DT_ENCERRAMENTO, SITUACAO, CODUSU, TIMESTAMP) SELECT :NUM-MORATORIA, :DESCRICAO, :DT-INICIO, :DT-FIM, :QTDIAS-MAX-PRORROG, NULL, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :DT-FIM >= :DT-INICIO AND NOT EXISTS (SELECT 1 FROM seguros.v0moratoria M WHERE M.num_moratoria = :NUM-MORATORIA) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
