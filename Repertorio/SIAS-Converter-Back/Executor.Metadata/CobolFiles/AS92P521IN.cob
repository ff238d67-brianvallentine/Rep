       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS92P521IN.
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
      *- CAIXA UNICA DE APROVACOES - ALCADA DO APROVADOR POR FILA -
      *- QUEM PODE DECIDIR OS ITENS PENDENTES DA FILA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODUSU-APROVADOR                   PIC X(254).
           77  COD-FILA                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODUSU-APROVADOR
           COD-FILA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0aprov_alcada (CODUSU, COD_FILA, SITUACAO, CODUSU_CADASTRO, TIMESTAMP) SELECT :CODUSU-APROVADOR, F.COD_FILA, '1', :CODUSU, current timestamp FROM seguros.v0aprov_fila F WHERE F.cod_fila = :COD-FILA AND F.situacao = '1' AND NOT EXISTS (SELECT 1 FROM seguros.v0aprov_alcada A WHERE A.codusu = :CODUSU-APROVADOR AND A.cod_fila = :COD-FILA) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
