       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P031.
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
      *- ESTORNO DE COMISSAO - CONTA UM CICLO SEM DESCONTO PARA OS
      *- ESTORNOS PENDENTES DOS CORRETORES SEM COMISSAO NA LIQUIDACAO
      *- DO PERIODO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0comissao_ajuste A SET QTDE_CICLOS = QTDE_CICLOS + 1, TIMESTAMP = current timestamp WHERE A.situacao = 'E' AND A.vlr_saldo < 0 AND NOT EXISTS (SELECT 1 FROM seguros.v0histoparc H, seguros.v1apolcorret C WHERE H.dtqitbco BETWEEN :DT-INICIAL AND :DT-FINAL AND H.sitcomis = '0' AND C.num_apolice = H.num_apolice AND C.codcorr = A.codcorr AND C.codsubes = A.codsubes AND H.dtmovto BETWEEN C.DTINIVIG AND C.DTTERVIG) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
