       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP290.
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
      *- FALLBACK DE COBRANCA - REGISTRA O FALLBACK DA PARCELA COM O
      *- TIPO DE COBRANCA ANTERIOR E O NOVO, AS RECUSAS E O NOVO
      *- VENCIMENTO - SITUACAO 0 ATIVO (A REAPRESENTACAO CB21P062 NAO
      *- AGENDA MAIS A PARCELA), 1 PAGO, 9 ENCERRADO SEM PAGAMENTO -
      *- ENCERRAMENTO POR CB2JP300
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  CODPRODU                           PIC X(254).
           77  TIPO-COBRANCA-ANT                  PIC X(254).
           77  TIPO-COBRANCA-NOVO                 PIC X(254).
           77  QTDE-FALHAS                        PIC X(254).
           77  COD-RETORNO-CEF                    PIC X(254).
           77  NOVA-DTVENCTO                      PIC X(254).
           77  VLR-COBRANCA                       PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           CODPRODU
           TIPO-COBRANCA-ANT
           TIPO-COBRANCA-NOVO
           QTDE-FALHAS
           COD-RETORNO-CEF
           NOVA-DTVENCTO
           VLR-COBRANCA
           DTMOVTO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cobr_fallback (NUM_APOLICE, NRENDOS, NRPARCEL, CODPRODU, TIPO_COBRANCA_ANT, TIPO_COBRANCA_NOVO, QTDE_FALHAS, COD_RETORNO_CEF, NOVA_DTVENCTO, VLR_COBRANCA, NRTIT, TXID, DTMOVTO, SITUACAO, CODUSU, TIMESTAMP) SELECT :NUM-APOLICE, :NRENDOS, :NRPARCEL, :CODPRODU, :TIPO-COBRANCA-ANT, :TIPO-COBRANCA-NOVO, :QTDE-FALHAS, :COD-RETORNO-CEF, :NOVA-DTVENCTO, :VLR-COBRANCA, NULL, NULL, :DTMOVTO, '0', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0cobr_fallback B WHERE B.num_apolice = :NUM-APOLICE AND B.nrendos = :NRENDOS AND B.nrparcel = :NRPARCEL AND B.situacao = '0') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
