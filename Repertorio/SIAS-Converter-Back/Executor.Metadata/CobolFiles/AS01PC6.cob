       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS01PC6.
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
      *- PACOTE DE ALTERACAO DA ESTRUTURA DE MENU - DECISAO DA MESA DE
      *- SEGURANCA - A APROVA (SITUACAO 2), R REJEITA (SITUACAO 9) - O
      *- APROVADOR NAO PODE SER O AUTOR - TRANSACAO RESTRITA A
      *- SEGURANCA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-PACOTE                         PIC X(254).
           77  DECISAO                            PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-PACOTE
           DECISAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0estr_pacote P SET SITUACAO = CASE WHEN :DECISAO = 'A' THEN '2' ELSE '9' END, CODUSU_APROV = :CODUSU, DTHR_APROV = current timestamp WHERE P.num_pacote = :NUM-PACOTE AND P.situacao = '1' AND P.codusu_autor <> :CODUSU AND :DECISAO IN ('A', 'R') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
