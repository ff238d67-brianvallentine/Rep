       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP103.
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
      *- AJUSTE MANUAL DO HISTORICO DE PARCELAS - MONTA O MOVIMENTO
      *- CORRIGIDO (TIPO N) A PARTIR DO MOVIMENTO ERRADO, TROCANDO SO O
      *- QUE FOR INFORMADO (BRANCO MANTEM O ORIGINAL) - ENDOSSO/PARCELA
      *- CORRETOS, OPERACAO, DATA DE QUITACAO, BANCO E AGENCIA DE
      *- COBRANCA - A PARCELA DESTINO PRECISA EXISTIR NA V1PARCELA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-AJUSTE                         PIC X(254).
           77  NRENDOS-NOVO                       PIC X(254).
           77  NRPARCEL-NOVO                      PIC X(254).
           77  OPERACAO-NOVA                      PIC X(254).
           77  DTQITBCO-NOVA                      PIC X(254).
           77  BCOCOBR-NOVO                       PIC X(254).
           77  AGECOBR-NOVA                       PIC X(254).
           77  DTMOVTO                            PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-AJUSTE
           NRENDOS-NOVO
           NRPARCEL-NOVO
           OPERACAO-NOVA
           DTQITBCO-NOVA
           BCOCOBR-NOVO
           AGECOBR-NOVA
           DTMOVTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0ajuste_hist_movto (NUM_AJUSTE, TIPO_MOVTO, NUM_APOLICE, NRENDOS, NRPARCEL, DACPARC, DTMOVTO, OPERACAO, PRM_TARIFARIO, VAL_DESCONTO, VLPRMLIQ, VLADIFRA, VLCUSEMI, VLIOCC, VLPRMTOT, VLPREMIO, DTVENCTO, BCOCOBR, AGECOBR, NRAVISO, NRENDOCA, RNUDOC, DTQITBCO, COD_EMPRESA, OCORHIST_GERADO) SELECT A.NUM_AJUSTE, 'N', P.NUM_APOLICE, P.NRENDOS, P.NRPARCEL, P.DACPARC, :DTMOVTO, CASE WHEN :OPERACAO-NOVA = ' ' THEN H.OPERACAO ELSE :OPERACAO-NOVA END, H.PRM_TARIFARIO, H.VAL_DESCONTO, H.VLPRMLIQ, H.VLADIFRA, H.VLCUSEMI, H.VLIOCC, H.VLPRMTOT, H.VLPREMIO, P.DTVENCTO, CASE WHEN :BCOCOBR-NOVO = ' ' THEN H.BCOCOBR ELSE :BCOCOBR-NOVO END, CASE WHEN :AGECOBR-NOVA = ' ' THEN H.AGECOBR ELSE :AGECOBR-NOVA END, H.NRAVISO, H.NRENDOCA, H.RNUDOC, CASE WHEN :DTQITBCO-NOVA = ' ' THEN H.DTQITBCO ELSE DATE(:DTQITBCO-NOVA) END, H.COD_EMPRESA, NULL FROM seguros.v0ajuste_hist A, seguros.v0histoparc H, seguros.v1parcela P WHERE A.num_ajuste = :NUM-AJUSTE AND A.situacao = 'P' AND H.num_apolice = A.num_apolice AND H.nrendos = A.nrendos AND H.nrparcel = A.nrparcel AND H.ocorhist = A.ocorhist_origem AND P.num_apolice = A.num_apolice AND P.nrendos = CASE WHEN :NRENDOS-NOVO = ' ' THEN A.NRENDOS ELSE :NRENDOS-NOVO END AND P.nrparcel = CASE WHEN :NRPARCEL-NOVO = ' ' THEN A.NRPARCEL ELSE :NRPARCEL-NOVO END AND EXISTS (SELECT 1 FROM seguros.v0operacao O WHERE O.operacao = CASE WHEN :OPERACAO-NOVA = ' ' THEN H.OPERACAO ELSE :OPERACAO-NOVA END AND O.situacao = '1') AND NOT EXISTS (SELECT 1 FROM seguros.v0ajuste_hist_movto M WHERE M.num_ajuste = A.num_ajuste AND M.tipo_movto = 'N') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
