       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFC.
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
      *- QUITACAO ANTECIPADA - GRAVA A COTACAO ACEITA PELO CLIENTE COM
      *- OS TOTAIS DE CB2UPFB, A VALIDADE E O MEIO DE COBRANCA (B
      *- BOLETO OU P PIX) - SITUACAO 0 COTADA, 1 COBRANCA EMITIDA, 2
      *- PAGA, 9 EXPIRADA - UMA COTACAO EM ABERTO POR APOLICE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-QUITACAO                       PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  DT-QUITACAO                        PIC X(254).
           77  DT-VALIDADE                        PIC X(254).
           77  VLR-ADIFRA-DESC                    PIC X(254).
           77  VLR-IOF                            PIC X(254).
           77  VLR-TOTAL                          PIC X(254).
           77  TIPO-COBRANCA                      PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-QUITACAO
           NUM-APOLICE
           DT-QUITACAO
           DT-VALIDADE
           VLR-ADIFRA-DESC
           VLR-IOF
           VLR-TOTAL
           TIPO-COBRANCA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0quitacao_antec (NUM_QUITACAO, NUM_APOLICE, DT_QUITACAO, DT_VALIDADE, VLR_ADIFRA_DESC, VLR_IOF, VLR_TOTAL, TIPO_COBRANCA, NRTIT, TXID, DT_PAGAMENTO, SITUACAO, CODUSU, TIMESTAMP) SELECT :NUM-QUITACAO, :NUM-APOLICE, :DT-QUITACAO, :DT-VALIDADE, :VLR-ADIFRA-DESC, :VLR-IOF, :VLR-TOTAL, :TIPO-COBRANCA, NULL, NULL, NULL, '0', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :TIPO-COBRANCA IN ('B', 'P') AND NOT EXISTS (SELECT 1 FROM seguros.v0quitacao_antec Q WHERE Q.num_apolice = :NUM-APOLICE AND Q.situacao IN ('0', '1')) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
