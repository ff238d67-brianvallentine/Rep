       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P033.
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
      *- ESTORNO DE COMISSAO - RELACAO DE VALORES A RECEBER PARA A AREA
      *- COMERCIAL - ESTORNOS NAO RECUPERADOS NO LIMITE DE CICLOS DO
      *- PARAMETRO VIGENTE, COM DADOS DO PRODUTOR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  CODCORR                            PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  NOMPDT                             PIC X(254).
           77  CGCCPF                             PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  VLR-AJUSTE                         PIC X(254).
           77  VLR-A-RECEBER                      PIC X(254).
           77  QTDE-CICLOS                        PIC X(254).
           77  SITUACAO                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           CODCORR
           CODSUBES
           NOMPDT
           CGCCPF
           NUM-APOLICE
           NRENDOS
           VLR-AJUSTE
           VLR-A-RECEBER
           QTDE-CICLOS
           SITUACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT A.CODCORR, A.CODSUBES, P.NOMPDT, P.CGCCPF, A.NUM_APOLICE, A.NRENDOS, A.VLR_AJUSTE, (0 - A.VLR_SALDO) AS VLR_A_RECEBER, A.QTDE_CICLOS, A.SITUACAO FROM seguros.v0comissao_ajuste A, seguros.v1produtor P WHERE P.codpdt = A.codcorr AND A.vlr_saldo < 0 AND A.situacao IN ('E','C') AND A.qtde_ciclos >= (SELECT X.QTDE_CICLOS_MAX FROM seguros.v0comissao_estorno_param X WHERE X.dtinivig = (SELECT MAX(Y.DTINIVIG) FROM seguros.v0comissao_estorno_param Y WHERE Y.dtinivig <= :DTMOVABE)) ORDER BY A.CODCORR, A.NUM_APOLICE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
