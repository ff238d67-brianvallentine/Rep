       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS91P642DL.
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
      *- ACESSO DE EMERGENCIA - EXPIRACAO - EXCLUI DE V0AUTORIZA OS
      *- ITENS CONCEDIDOS POR ACESSOS DE EMERGENCIA JA VENCIDOS - EM
      *- SEGUIDA AS83P52 PASSA O ACESSO PARA REVISAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTHR-REFERENCIA                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTHR-REFERENCIA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR DELETE FROM seguros.v0autoriza A WHERE EXISTS (SELECT 1 FROM seguros.v0acesso_emerg_item I, seguros.v0acesso_emerg X WHERE X.num_acesso = I.num_acesso AND X.situacao = 'A' AND X.dthr_fim <= :DTHR-REFERENCIA AND A.codusu = I.codusu AND A.codsis = I.codsis AND A.subsis = I.subsis AND A.codgru = I.codgru AND A.subgru = I.subgru AND A.codite = I.codite AND A.subite = I.subite) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
