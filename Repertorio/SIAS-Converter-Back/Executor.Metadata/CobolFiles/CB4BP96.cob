       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP96.
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
      *- SUBSCRICAO DA PROPOSTA - RETORNO DA INFORMACAO PEDIDA - A
      *- PROPOSTA VOLTA A PENDENTE E O PRAZO DE ACEITACAO TACITA E
      *- ESTENDIDO PELOS DIAS EM QUE FICOU SUSPENSA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  FONTE                              PIC X(254).
           77  NRPROPOS                           PIC X(254).
           77  DT-RETORNO                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           FONTE
           NRPROPOS
           DT-RETORNO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0subscricao_prop SET DT_LIMITE_TACITO = DT_LIMITE_TACITO + (DAYS(:DT-RETORNO) - DAYS(DT_SUSPENSAO)) DAYS, QTDIAS_SUSPENSO = QTDIAS_SUSPENSO + (DAYS(:DT-RETORNO) - DAYS(DT_SUSPENSAO)), DT_SUSPENSAO = NULL, SITUACAO = '0', TIMESTAMP = current timestamp WHERE fonte = :FONTE AND nrpropos = :NRPROPOS AND situacao = '1' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
