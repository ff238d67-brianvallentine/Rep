       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2QP06D.
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
      *- PAGAMENTO EM DUPLICIDADE - NOTAS DE CREDITO PENDENTES GERADAS
      *- POR DUPLICIDADE COM O DESTINO - A SEGUE NA APLICACAO
      *- AUTOMATICA CB2GPD8, D SEGUE NA DEVOLUCAO CB2IPM7 SEM ESPERAR O
      *- ENVELHECIMENTO DE CB2IPH8 - APOS O ENCAMINHAMENTO MARCAR A
      *- DUPLICIDADE POR CB2QP06E
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  IND-DESTINO                        PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  CODCLIEN                           PIC X(254).
           77  VLR-EXCESSO                        PIC X(254).
           77  VALCREDR                           PIC X(254).
           77  DTMOVTO                            PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           IND-DESTINO
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           CODCLIEN
           VLR-EXCESSO
           VALCREDR
           DTMOVTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT D.NUM_APOLICE, D.NRENDOS, D.NRPARCEL, D.CODCLIEN, D.VLR_EXCESSO, N.VALCREDR, N.DTMOVTO, D.IND_DESTINO FROM seguros.v0pagto_duplicado D, seguros.v0notascred N WHERE D.situacao = '0' AND D.ind_destino = :IND-DESTINO AND N.num_apolice = D.num_apolice AND N.nrendosc = D.nrendos AND N.nrparcelc = D.nrparcel AND N.situacao = '0' ORDER BY D.DTMOVTO, D.NUM_APOLICE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
