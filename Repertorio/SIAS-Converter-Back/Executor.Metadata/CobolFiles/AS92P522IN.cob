       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS92P522IN.
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
      *- CAIXA UNICA DE APROVACOES - DELEGACAO DE ALCADA DURANTE
      *- AUSENCIA - TITULAR, SUBSTITUTO, PERIODO E FILA DELEGADA (***
      *- TODAS AS FILAS DO TITULAR) - O TITULAR PRECISA TER ALCADA NA
      *- FILA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODUSU-TITULAR                     PIC X(254).
           77  CODUSU-DELEGADO                    PIC X(254).
           77  COD-FILA                           PIC X(254).
           77  DT-INICIO                          PIC X(254).
           77  DT-FIM                             PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODUSU-TITULAR
           CODUSU-DELEGADO
           COD-FILA
           DT-INICIO
           DT-FIM
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0aprov_delegacao (SEQ_DELEGACAO, CODUSU_TITULAR, CODUSU_DELEGADO, COD_FILA, DT_INICIO, DT_FIM, SITUACAO, CODUSU_CADASTRO, TIMESTAMP) SELECT COALESCE((SELECT MAX(D.SEQ_DELEGACAO) FROM seguros.v0aprov_delegacao D), 0) + 1, :CODUSU-TITULAR, :CODUSU-DELEGADO, :COD-FILA, :DT-INICIO, :DT-FIM, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :CODUSU-DELEGADO <> :CODUSU-TITULAR AND :DT-FIM >= :DT-INICIO AND EXISTS (SELECT 1 FROM seguros.v0aprov_alcada A WHERE A.codusu = :CODUSU-TITULAR AND A.situacao = '1' AND (A.cod_fila = :COD-FILA OR :COD-FILA = '***')) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
