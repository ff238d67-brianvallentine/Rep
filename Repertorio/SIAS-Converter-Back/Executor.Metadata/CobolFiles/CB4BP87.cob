       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP87.
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
      *- CANCELAMENTO A PEDIDO DO CLIENTE - CADASTRO DOS MOTIVOS DE
      *- CANCELAMENTO USADOS NA SOLICITACAO E NO RELATORIO DE RETENCAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  COD-MOTIVO                         PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           COD-MOTIVO
           DESCRICAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cancel_motivo (COD_MOTIVO, DESCRICAO, SITUACAO, CODUSU, TIMESTAMP) SELECT :COD-MOTIVO, :DESCRICAO, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0cancel_motivo M WHERE M.cod_motivo = :COD-MOTIVO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
