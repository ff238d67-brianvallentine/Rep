       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP101.
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
      *- AJUSTE MANUAL DO HISTORICO DE PARCELAS - PROPOSTA DO ANALISTA
      *- SOBRE UM MOVIMENTO ERRADO DA V0HISTOPARC COM MOTIVO E
      *- REFERENCIA DE SUPORTE - SITUACAO P PROPOSTO, A APROVADO, R
      *- REJEITADO, G GRAVADO NO HISTORICO - UM AJUSTE EM ABERTO POR
      *- MOVIMENTO - O PAR DE MOVIMENTOS E MONTADO POR CB2MP102
      *- (ESTORNO) E CB2MP103 (CORRIGIDO)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-AJUSTE                         PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  OCORHIST                           PIC X(254).
           77  COD-MOTIVO                         PIC X(254).
           77  REF-SUPORTE                        PIC X(254).
           77  JUSTIFICATIVA                      PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-AJUSTE
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           OCORHIST
           COD-MOTIVO
           REF-SUPORTE
           JUSTIFICATIVA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0ajuste_hist (NUM_AJUSTE, NUM_APOLICE, NRENDOS, NRPARCEL, OCORHIST_ORIGEM, COD_MOTIVO, REF_SUPORTE, JUSTIFICATIVA, CODUSU_PROPONENTE, DTHR_PROPOSTA, CODUSU_APROVADOR, DTHR_DECISAO, DTHR_GRAVACAO, SITUACAO) SELECT :NUM-AJUSTE, H.NUM_APOLICE, H.NRENDOS, H.NRPARCEL, H.OCORHIST, :COD-MOTIVO, :REF-SUPORTE, :JUSTIFICATIVA, :CODUSU, current timestamp, NULL, NULL, NULL, 'P' FROM seguros.v0histoparc H WHERE H.num_apolice = :NUM-APOLICE AND H.nrendos = :NRENDOS AND H.nrparcel = :NRPARCEL AND H.ocorhist = :OCORHIST AND :REF-SUPORTE <> ' ' AND EXISTS (SELECT 1 FROM seguros.v0ajuste_motivo M WHERE M.cod_motivo = :COD-MOTIVO AND M.situacao = '1') AND NOT EXISTS (SELECT 1 FROM seguros.v0ajuste_hist A WHERE A.num_ajuste = :NUM-AJUSTE) AND NOT EXISTS (SELECT 1 FROM seguros.v0ajuste_hist A WHERE A.num_apolice = H.num_apolice AND A.nrendos = H.nrendos AND A.nrparcel = H.nrparcel AND A.ocorhist_origem = H.ocorhist AND A.situacao IN ('P', 'A')) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
