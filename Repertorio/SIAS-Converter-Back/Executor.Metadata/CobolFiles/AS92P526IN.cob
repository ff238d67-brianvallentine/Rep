       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS92P526IN.
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
      *- CAIXA UNICA DE APROVACOES - CONSULTA DAS DECISOES DO PERIODO
      *- POR FILA COM DECISOR E TITULAR - SO DELEGADAS QUANDO
      *- IND-DELEGADA FOR S
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  COD-FILA                           PIC X(254).
           77  IND-DELEGADA                       PIC X(254).
           77  CHAVE-ITEM                         PIC X(254).
           77  DECISAO                            PIC X(254).
           77  CODUSU-DECISOR                     PIC X(254).
           77  CODUSU-TITULAR                     PIC X(254).
           77  JUSTIFICATIVA                      PIC X(254).
           77  DTHR-DECISAO                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           COD-FILA
           IND-DELEGADA
           CHAVE-ITEM
           DECISAO
           CODUSU-DECISOR
           CODUSU-TITULAR
           JUSTIFICATIVA
           DTHR-DECISAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT D.COD_FILA, D.CHAVE_ITEM, D.DECISAO, D.CODUSU_DECISOR, D.CODUSU_TITULAR, D.IND_DELEGADA, D.JUSTIFICATIVA, D.DTHR_DECISAO FROM seguros.v0aprov_decisao D WHERE DATE(D.dthr_decisao) BETWEEN :DT-INICIAL AND :DT-FINAL AND (D.cod_fila = :COD-FILA OR :COD-FILA = ' ') AND (D.ind_delegada = 'S' OR :IND-DELEGADA <> 'S') ORDER BY D.DTHR_DECISAO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
