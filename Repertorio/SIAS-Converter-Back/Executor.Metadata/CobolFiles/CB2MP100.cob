       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP100.
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
      *- AJUSTE MANUAL DO HISTORICO DE PARCELAS - CADASTRO DOS CODIGOS
      *- DE MOTIVO DO AJUSTE (EX. DATA DE QUITACAO ERRADA,
      *- BANCO/AGENCIA ERRADOS, MOVIMENTO NA PARCELA ERRADA) - SITUACAO
      *- 1 ATIVO
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0ajuste_motivo (COD_MOTIVO, DESCRICAO, SITUACAO, CODUSU, TIMESTAMP) SELECT :COD-MOTIVO, :DESCRICAO, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :DESCRICAO <> ' ' AND NOT EXISTS (SELECT 1 FROM seguros.v0ajuste_motivo M WHERE M.cod_motivo = :COD-MOTIVO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
