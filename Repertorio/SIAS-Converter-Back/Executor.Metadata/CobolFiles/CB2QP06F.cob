       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2QP06F.
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
      *- PAGAMENTO EM DUPLICIDADE - RELATORIO DA MESA DE COBRANCA NO
      *- PERIODO - DUPLICIDADES COM OS CANAIS, O CLIENTE, O DESTINO DO
      *- CREDITO E A SITUACAO ATUAL DA NOTA DE CREDITO (0 PENDENTE, 1
      *- APLICADA, 2 DEVOLVIDA)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  CODCLIEN                           PIC X(254).
           77  QTDE-PAGTOS                        PIC X(254).
           77  CANAL-1                            PIC X(254).
           77  CANAL-2                            PIC X(254).
           77  VLR-EXCESSO                        PIC X(254).
           77  IND-DESTINO                        PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  SIT-NOTA-CREDITO                   PIC X(254).
           77  NRENDOSR                           PIC X(254).
           77  NRPARCELR                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           DTMOVTO
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           CODCLIEN
           QTDE-PAGTOS
           CANAL-1
           CANAL-2
           VLR-EXCESSO
           IND-DESTINO
           SITUACAO
           SIT-NOTA-CREDITO
           NRENDOSR
           NRPARCELR.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT D.DTMOVTO, D.NUM_APOLICE, D.NRENDOS, D.NRPARCEL, D.CODCLIEN, D.QTDE_PAGTOS, D.CANAL_1, D.CANAL_2, D.VLR_EXCESSO, D.IND_DESTINO, D.SITUACAO, N.SITUACAO AS SIT_NOTA_CREDITO, N.NRENDOSR, N.NRPARCELR FROM seguros.v0pagto_duplicado D LEFT JOIN seguros.v0notascred N ON N.num_apolice = D.num_apolice AND N.nrendosc = D.nrendos AND N.nrparcelc = D.nrparcel WHERE D.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL ORDER BY D.DTMOVTO, D.NUM_APOLICE, D.NRENDOS, D.NRPARCEL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
