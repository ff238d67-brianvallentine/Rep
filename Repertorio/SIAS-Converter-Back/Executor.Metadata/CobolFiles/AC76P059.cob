       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P059.
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
      *- ESTORNO DE COMISSAO - ESTORNOS PENDENTES DO CORRETOR DO MAIS
      *- ANTIGO PARA O MAIS RECENTE COM O SALDO A DESCONTAR - REPARTE O
      *- DESCONTO DA LIQUIDACAO (AC76P029) NA BAIXA POR AC76P030
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODCORR                            PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  VLR-AJUSTE                         PIC X(254).
           77  VLR-SALDO                          PIC X(254).
           77  QTDE-CICLOS                        PIC X(254).
           77  TIMESTAMP                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODCORR
           CODSUBES
           NUM-APOLICE
           NRENDOS
           VLR-AJUSTE
           VLR-SALDO
           QTDE-CICLOS
           TIMESTAMP.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT A.NUM_APOLICE, A.NRENDOS, A.VLR_AJUSTE, A.VLR_SALDO, A.QTDE_CICLOS, A.TIMESTAMP FROM seguros.v0comissao_ajuste A WHERE A.codcorr = :CODCORR AND A.codsubes = :CODSUBES AND A.situacao = 'E' AND A.vlr_saldo < 0 ORDER BY A.TIMESTAMP, A.NUM_APOLICE, A.NRENDOS END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
