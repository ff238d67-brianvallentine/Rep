       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP105.
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
      *- AJUSTE MANUAL DO HISTORICO DE PARCELAS - MOVIMENTOS DO AJUSTE
      *- APROVADO PRONTOS PARA A GRAVACAO PELO CAMINHO NORMAL -
      *- CB2MP082 (CODIGO DE OPERACAO), CB2MP059 (PERIODO) E CB2MP036
      *- (GRAVACAO) - OCORHIST SEQUENCIAL APOS O ULTIMO DA PARCELA,
      *- ESTORNO PRIMEIRO - SITCONTB 0 E USUARIO PROPONENTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-AJUSTE                         PIC X(254).
           77  TIPO-MOVTO                         PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  DACPARC                            PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  OPERACAO                           PIC X(254).
           77  HORAOPER                           PIC X(254).
           77  OCORHIST                           PIC X(254).
           77  PRM-TARIFARIO                      PIC X(254).
           77  VAL-DESCONTO                       PIC X(254).
           77  VLPRMLIQ                           PIC X(254).
           77  VLADIFRA                           PIC X(254).
           77  VLCUSEMI                           PIC X(254).
           77  VLIOCC                             PIC X(254).
           77  VLPRMTOT                           PIC X(254).
           77  VLPREMIO                           PIC X(254).
           77  DTVENCTO                           PIC X(254).
           77  BCOCOBR                            PIC X(254).
           77  AGECOBR                            PIC X(254).
           77  NRAVISO                            PIC X(254).
           77  NRENDOCA                           PIC X(254).
           77  SITCONTB                           PIC X(254).
           77  COD-USUARIO                        PIC X(254).
           77  RNUDOC                             PIC X(254).
           77  DTQITBCO                           PIC X(254).
           77  COD-EMPRESA                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-AJUSTE
           TIPO-MOVTO
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           DACPARC
           DTMOVTO
           OPERACAO
           HORAOPER
           OCORHIST
           PRM-TARIFARIO
           VAL-DESCONTO
           VLPRMLIQ
           VLADIFRA
           VLCUSEMI
           VLIOCC
           VLPRMTOT
           VLPREMIO
           DTVENCTO
           BCOCOBR
           AGECOBR
           NRAVISO
           NRENDOCA
           SITCONTB
           COD-USUARIO
           RNUDOC
           DTQITBCO
           COD-EMPRESA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT M.TIPO_MOVTO, M.NUM_APOLICE, M.NRENDOS, M.NRPARCEL, M.DACPARC, M.DTMOVTO, M.OPERACAO, REPLACE(CHAR(CURRENT TIME, ISO), '.', ':') AS HORAOPER, COALESCE((SELECT MAX(H.OCORHIST) FROM seguros.v0histoparc H WHERE H.num_apolice = M.num_apolice AND H.nrendos = M.nrendos AND H.nrparcel = M.nrparcel), 0) + ROW_NUMBER() OVER (PARTITION BY M.NUM_APOLICE, M.NRENDOS, M.NRPARCEL ORDER BY M.TIPO_MOVTO) AS OCORHIST, M.PRM_TARIFARIO, M.VAL_DESCONTO, M.VLPRMLIQ, M.VLADIFRA, M.VLCUSEMI, M.VLIOCC, M.VLPRMTOT, M.VLPREMIO, M.DTVENCTO, M.BCOCOBR, M.AGECOBR, M.NRAVISO, M.NRENDOCA, '0' AS SITCONTB, A.CODUSU_PROPONENTE AS COD_USUARIO, M.RNUDOC, M.DTQITBCO, M.COD_EMPRESA FROM seguros.v0ajuste_hist A, seguros.v0ajuste_hist_movto M WHERE A.num_ajuste = :NUM-AJUSTE AND A.situacao = 'A' AND M.num_ajuste = A.num_ajuste AND M.ocorhist_gerado IS NULL ORDER BY M.TIPO_MOVTO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
