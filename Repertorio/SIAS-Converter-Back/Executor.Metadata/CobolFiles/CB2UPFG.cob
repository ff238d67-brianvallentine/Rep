       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPFG.
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
      *- QUITACAO ANTECIPADA - BAIXA NO HISTORICO DE TODAS AS PARCELAS
      *- DA COTACAO COM A OPERACAO PROPRIA DE QUITACAO ANTECIPADA
      *- (CADASTRADA EM V0OPERACAO POR CB2MP081 NA CATEGORIA PREMIO) -
      *- ADICIONAL JA LIQUIDO DO DESCONTO E IOF RECALCULADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-QUITACAO                       PIC X(254).
           77  OPERACAO                           PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  HORAOPER                           PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-QUITACAO
           OPERACAO
           DTMOVTO
           HORAOPER
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0histoparc (NUM_APOLICE, NRENDOS, NRPARCEL, DACPARC, DTMOVTO, OPERACAO, HORAOPER, OCORHIST, PRM_TARIFARIO, VAL_DESCONTO, VLPRMLIQ, VLADIFRA, VLCUSEMI, VLIOCC, VLPRMTOT, VLPREMIO, DTVENCTO, BCOCOBR, AGECOBR, NRAVISO, NRENDOCA, SITCONTB, COD_USUARIO, RNUDOC, DTQITBCO, COD_EMPRESA, TIMESTAMP) SELECT I.NUM_APOLICE, I.NRENDOS, I.NRPARCEL, I.DACPARC, :DTMOVTO, :OPERACAO, :HORAOPER, (SELECT COALESCE(MAX(H.OCORHIST), 0) + 1 FROM seguros.v0histoparc H WHERE H.num_apolice = I.num_apolice AND H.nrendos = I.nrendos AND H.nrparcel = I.nrparcel), 0, 0, I.VLPRMLIQ, I.VLADIFRA - I.VLADIFRA_DESC, I.VLCUSEMI, I.VLIOCC_NOVO, I.VLPRMTOT_NOVO, I.VLPRMTOT_NOVO, I.DTVENCTO, 0, 0, 0, 0, '0', :COD-USUARIO, Q.NUM_QUITACAO, :DTMOVTO, P.COD_EMPRESA, current timestamp FROM seguros.v0quitacao_antec_item I, seguros.v0quitacao_antec Q, seguros.v1parcela P WHERE I.num_quitacao = :NUM-QUITACAO AND Q.num_quitacao = I.num_quitacao AND Q.situacao = '1' AND P.num_apolice = I.num_apolice AND P.nrendos = I.nrendos AND P.nrparcel = I.nrparcel AND P.situacao = '0' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
