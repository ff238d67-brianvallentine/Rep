       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P035.
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
      *- OVERRIDING DA HIERARQUIA DE PRODUCAO - INCLUI O NO DA
      *- HIERARQUIA (CODHIE DE V1PRODUTOR) COM NIVEL (1 INSPETOR, 2
      *- GERENTE REGIONAL, 3 SUPERINTENDENTE), NO SUPERIOR E PRODUTOR
      *- BENEFICIARIO DO OVERRIDING - EXECUTAR AC76P036 EM SEGUIDA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODHIE                             PIC X(254).
           77  NIVEL                              PIC X(254).
           77  CODHIE-SUPERIOR                    PIC X(254).
           77  CODPDT-BENEF                       PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODHIE
           NIVEL
           CODHIE-SUPERIOR
           CODPDT-BENEF
           DESCRICAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0hierarquia (CODHIE, NIVEL, CODHIE_SUPERIOR, CODPDT_BENEF, DESCRICAO, SITUACAO, CODUSU, TIMESTAMP) SELECT :CODHIE, :NIVEL, :CODHIE-SUPERIOR, :CODPDT-BENEF, :DESCRICAO, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE EXISTS (SELECT 1 FROM seguros.v1produtor P WHERE P.codpdt = :CODPDT-BENEF) AND NOT EXISTS (SELECT 1 FROM seguros.v0hierarquia H WHERE H.codhie = :CODHIE) AND (:CODHIE-SUPERIOR = 0 OR EXISTS (SELECT 1 FROM seguros.v0hierarquia S WHERE S.codhie = :CODHIE-SUPERIOR AND S.nivel > :NIVEL)) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
