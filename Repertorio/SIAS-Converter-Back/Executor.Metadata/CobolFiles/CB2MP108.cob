       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP108.
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
      *- AJUSTE MANUAL DO HISTORICO DE PARCELAS - CONSULTA DO AJUSTE
      *- PARA O APROVADOR - MOVIMENTO ERRADO, PAR ESTORNO/CORRIGIDO,
      *- MOTIVO E REFERENCIA - NUM-AJUSTE EM BRANCO LISTA TODOS OS
      *- PROPOSTOS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-AJUSTE                         PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  OCORHIST-ORIGEM                    PIC X(254).
           77  COD-MOTIVO                         PIC X(254).
           77  DESCR-MOTIVO                       PIC X(254).
           77  REF-SUPORTE                        PIC X(254).
           77  JUSTIFICATIVA                      PIC X(254).
           77  CODUSU-PROPONENTE                  PIC X(254).
           77  DTHR-PROPOSTA                      PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  TIPO-MOVTO                         PIC X(254).
           77  NRENDOS-MOVTO                      PIC X(254).
           77  NRPARCEL-MOVTO                     PIC X(254).
           77  OPERACAO                           PIC X(254).
           77  DESCR-OPERACAO                     PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  VLPRMTOT                           PIC X(254).
           77  DTQITBCO                           PIC X(254).
           77  BCOCOBR                            PIC X(254).
           77  AGECOBR                            PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-AJUSTE
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           OCORHIST-ORIGEM
           COD-MOTIVO
           DESCR-MOTIVO
           REF-SUPORTE
           JUSTIFICATIVA
           CODUSU-PROPONENTE
           DTHR-PROPOSTA
           SITUACAO
           TIPO-MOVTO
           NRENDOS-MOVTO
           NRPARCEL-MOVTO
           OPERACAO
           DESCR-OPERACAO
           DTMOVTO
           VLPRMTOT
           DTQITBCO
           BCOCOBR
           AGECOBR.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT A.NUM_AJUSTE, A.NUM_APOLICE, A.NRENDOS, A.NRPARCEL, A.OCORHIST_ORIGEM, A.COD_MOTIVO, MO.DESCRICAO AS DESCR_MOTIVO, A.REF_SUPORTE, A.JUSTIFICATIVA, A.CODUSU_PROPONENTE, A.DTHR_PROPOSTA, A.SITUACAO, M.TIPO_MOVTO, M.NRENDOS AS NRENDOS_MOVTO, M.NRPARCEL AS NRPARCEL_MOVTO, M.OPERACAO, O.DESCRICAO AS DESCR_OPERACAO, M.DTMOVTO, M.VLPRMTOT, M.DTQITBCO, M.BCOCOBR, M.AGECOBR FROM seguros.v0ajuste_hist A LEFT JOIN seguros.v0ajuste_motivo MO ON MO.cod_motivo = A.cod_motivo LEFT JOIN seguros.v0ajuste_hist_movto M ON M.num_ajuste = A.num_ajuste LEFT JOIN seguros.v0operacao O ON O.operacao = M.operacao WHERE (A.num_ajuste = :NUM-AJUSTE OR (:NUM-AJUSTE = ' ' AND A.situacao = 'P')) ORDER BY A.NUM_AJUSTE, M.TIPO_MOVTO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
