       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFM.
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
      *- QUITACAO ANTECIPADA - CONSULTA DAS COTACOES DA APOLICE COM AS
      *- PARCELAS COBERTAS, ADICIONAL RETIRADO E VALOR RECALCULADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NUM-QUITACAO                       PIC X(254).
           77  DT-QUITACAO                        PIC X(254).
           77  DT-VALIDADE                        PIC X(254).
           77  TIPO-COBRANCA                      PIC X(254).
           77  NRTIT                              PIC X(254).
           77  TXID                               PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  DT-PAGAMENTO                       PIC X(254).
           77  VLR-TOTAL                          PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  DTVENCTO                           PIC X(254).
           77  VLADIFRA                           PIC X(254).
           77  VLADIFRA-DESC                      PIC X(254).
           77  VLIOCC-NOVO                        PIC X(254).
           77  VLPRMTOT-NOVO                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NUM-QUITACAO
           DT-QUITACAO
           DT-VALIDADE
           TIPO-COBRANCA
           NRTIT
           TXID
           SITUACAO
           DT-PAGAMENTO
           VLR-TOTAL
           NRENDOS
           NRPARCEL
           DTVENCTO
           VLADIFRA
           VLADIFRA-DESC
           VLIOCC-NOVO
           VLPRMTOT-NOVO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT Q.NUM_QUITACAO, Q.DT_QUITACAO, Q.DT_VALIDADE, Q.TIPO_COBRANCA, Q.NRTIT, Q.TXID, Q.SITUACAO, Q.DT_PAGAMENTO, Q.VLR_TOTAL, I.NRENDOS, I.NRPARCEL, I.DTVENCTO, I.VLADIFRA, I.VLADIFRA_DESC, I.VLIOCC_NOVO, I.VLPRMTOT_NOVO FROM seguros.v0quitacao_antec Q, seguros.v0quitacao_antec_item I WHERE Q.num_apolice = :NUM-APOLICE AND I.num_quitacao = Q.num_quitacao ORDER BY Q.NUM_QUITACAO DESC, I.NRENDOS, I.NRPARCEL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
