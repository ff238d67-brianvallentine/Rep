       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP300.
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
      *- FALLBACK DE COBRANCA - ENCERRA O FALLBACK ATIVO DA PARCELA -
      *- SITUACAO 1 QUANDO A PARCELA FOI QUITADA E 9 QUANDO FOI
      *- CANCELADA OU O NOVO VENCIMENTO (BOLETO OU PIX) PASSOU HA MAIS
      *- DE QTDIAS-TOLERANCIA DIAS SEM PAGAMENTO - A APOLICE CONTINUA
      *- NO TIPO DE COBRANCA NOVO (B/P) E A PARCELA AINDA EM ABERTO
      *- SEGUE A COBRANCA EM ATRASO - O RETORNO AO DEBITO NAO E
      *- AUTOMATICO (TIPO ANTERIOR NO LOG DE CB2JP291) - EXECUTAR
      *- DIARIAMENTE APOS A BAIXA DOS TITULOS E DO PIX
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  QTDIAS-TOLERANCIA                  PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           QTDIAS-TOLERANCIA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cobr_fallback B SET SITUACAO = CASE WHEN EXISTS (SELECT 1 FROM seguros.v1parcela P WHERE P.num_apolice = B.num_apolice AND P.nrendos = B.nrendos AND P.nrparcel = B.nrparcel AND P.situacao = '1') THEN '1' ELSE '9' END, TIMESTAMP = current timestamp WHERE B.situacao = '0' AND (EXISTS (SELECT 1 FROM seguros.v1parcela P WHERE P.num_apolice = B.num_apolice AND P.nrendos = B.nrendos AND P.nrparcel = B.nrparcel AND P.situacao <> '0') OR (B.nova_dtvencto + :QTDIAS-TOLERANCIA DAYS) < :DTMOVABE) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
