       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP95.
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
      *- SUBSCRICAO DA PROPOSTA - DECISAO DO SUBSCRITOR - A ACEITA, R
      *- RECUSA (SEGUE PARA CB4BP98) OU I PEDIDO DE INFORMACAO QUE
      *- SUSPENDE O PRAZO DE ACEITACAO TACITA ATE O RETORNO (CB4BP96) -
      *- SO DENTRO DO PRAZO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  FONTE                              PIC X(254).
           77  NRPROPOS                           PIC X(254).
           77  DECISAO                            PIC X(254).
           77  MOTIVO                             PIC X(254).
           77  DT-DECISAO                         PIC X(254).
           77  CODUSU-DECISAO                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           FONTE
           NRPROPOS
           DECISAO
           MOTIVO
           DT-DECISAO
           CODUSU-DECISAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0subscricao_prop SET DECISAO = :DECISAO, MOTIVO = :MOTIVO, CODUSU_DECISAO = :CODUSU-DECISAO, DT_DECISAO = :DT-DECISAO, DT_SUSPENSAO = CASE WHEN :DECISAO = 'I' THEN :DT-DECISAO ELSE DT_SUSPENSAO END, SITUACAO = CASE :DECISAO WHEN 'A' THEN '2' WHEN 'R' THEN '3' ELSE '1' END, TIMESTAMP = current timestamp WHERE fonte = :FONTE AND nrpropos = :NRPROPOS AND situacao = '0' AND dt_limite_tacito >= :DT-DECISAO AND :DECISAO IN ('A', 'R', 'I') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
