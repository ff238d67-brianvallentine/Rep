       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP109.
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
      *- AJUSTE MANUAL DO HISTORICO DE PARCELAS - RELATORIO MENSAL DOS
      *- AJUSTES PROPOSTOS NO MES POR PROPONENTE E MOTIVO - QUANTIDADE
      *- POR SITUACAO, APROVADORES E VALOR ESTORNADO/REGRAVADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  CODUSU-PROPONENTE                  PIC X(254).
           77  COD-MOTIVO                         PIC X(254).
           77  DESCR-MOTIVO                       PIC X(254).
           77  QTDE-AJUSTES                       PIC X(254).
           77  QTDE-GRAVADOS                      PIC X(254).
           77  QTDE-REJEITADOS                    PIC X(254).
           77  QTDE-PENDENTES                     PIC X(254).
           77  QTDE-APROVADORES                   PIC X(254).
           77  VLR-ESTORNADO                      PIC X(254).
           77  VLR-CORRIGIDO                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           CODUSU-PROPONENTE
           COD-MOTIVO
           DESCR-MOTIVO
           QTDE-AJUSTES
           QTDE-GRAVADOS
           QTDE-REJEITADOS
           QTDE-PENDENTES
           QTDE-APROVADORES
           VLR-ESTORNADO
           VLR-CORRIGIDO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT A.CODUSU_PROPONENTE, A.COD_MOTIVO, MO.DESCRICAO AS DESCR_MOTIVO, COUNT(*) AS QTDE_AJUSTES, SUM(CASE WHEN A.situacao = 'G' THEN 1 ELSE 0 END) AS QTDE_GRAVADOS, SUM(CASE WHEN A.situacao = 'R' THEN 1 ELSE 0 END) AS QTDE_REJEITADOS, SUM(CASE WHEN A.situacao IN ('P', 'A') THEN 1 ELSE 0 END) AS QTDE_PENDENTES, COUNT(DISTINCT A.CODUSU_APROVADOR) AS QTDE_APROVADORES, SUM(COALESCE(M.VLR_ESTORNADO, 0)) AS VLR_ESTORNADO, SUM(COALESCE(M.VLR_CORRIGIDO, 0)) AS VLR_CORRIGIDO FROM seguros.v0ajuste_hist A LEFT JOIN seguros.v0ajuste_motivo MO ON MO.cod_motivo = A.cod_motivo LEFT JOIN (SELECT M.NUM_AJUSTE, SUM(CASE WHEN M.tipo_movto = 'E' THEN M.VLPRMTOT ELSE 0 END) AS VLR_ESTORNADO, SUM(CASE WHEN M.tipo_movto = 'N' THEN M.VLPRMTOT ELSE 0 END) AS VLR_CORRIGIDO FROM seguros.v0ajuste_hist_movto M GROUP BY M.NUM_AJUSTE) M ON M.num_ajuste = A.num_ajuste WHERE (YEAR(A.DTHR_PROPOSTA) * 100 + MONTH(A.DTHR_PROPOSTA)) = :ANO-MES GROUP BY A.CODUSU_PROPONENTE, A.COD_MOTIVO, MO.DESCRICAO ORDER BY A.CODUSU_PROPONENTE, A.COD_MOTIVO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
