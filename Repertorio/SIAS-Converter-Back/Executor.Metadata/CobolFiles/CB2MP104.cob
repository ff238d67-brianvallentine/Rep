       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP104.
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
      *- AJUSTE MANUAL DO HISTORICO DE PARCELAS - DECISAO DO SEGUNDO
      *- USUARIO (FILA AJH DA CAIXA UNICA DE APROVACOES, ALCADA PROPRIA
      *- OU DELEGADA) - A APROVA, R REJEITA - O APROVADOR NAO PODE SER
      *- O PROPONENTE - SO APROVA COM O PAR ESTORNO/CORRIGIDO COMPLETO,
      *- OS CODIGOS DE OPERACAO ATIVOS E O PERIODO CONTABIL ABERTO -
      *- REGISTRAR A DECISAO TAMBEM EM AS92P525IN
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-AJUSTE                         PIC X(254).
           77  DECISAO                            PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-AJUSTE
           DECISAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0ajuste_hist A SET SITUACAO = CASE WHEN :DECISAO = 'A' THEN 'A' ELSE 'R' END, CODUSU_APROVADOR = :CODUSU, DTHR_DECISAO = current timestamp WHERE A.num_ajuste = :NUM-AJUSTE AND A.situacao = 'P' AND A.codusu_proponente <> :CODUSU AND :DECISAO IN ('A', 'R') AND (EXISTS (SELECT 1 FROM seguros.v0aprov_alcada L WHERE L.codusu = :CODUSU AND L.cod_fila = 'AJH' AND L.situacao = '1') OR EXISTS (SELECT 1 FROM seguros.v0aprov_delegacao D, seguros.v0aprov_alcada L WHERE D.codusu_delegado = :CODUSU AND D.cod_fila IN ('AJH', '***') AND D.situacao = '1' AND DATE(current timestamp) BETWEEN D.dt_inicio AND D.dt_fim AND L.codusu = D.codusu_titular AND L.cod_fila = 'AJH' AND L.situacao = '1')) AND (:DECISAO = 'R' OR ((SELECT COUNT(*) FROM seguros.v0ajuste_hist_movto M WHERE M.num_ajuste = A.num_ajuste) = 2 AND NOT EXISTS (SELECT 1 FROM seguros.v0ajuste_hist_movto M WHERE M.num_ajuste = A.num_ajuste AND NOT EXISTS (SELECT 1 FROM seguros.v0operacao O WHERE O.operacao = M.operacao AND O.situacao = '1')) AND NOT EXISTS (SELECT 1 FROM seguros.v0ajuste_hist_movto M, seguros.v0period_contab P WHERE M.num_ajuste = A.num_ajuste AND P.ano_mes = (YEAR(M.DTMOVTO) * 100 + MONTH(M.DTMOVTO)) AND P.situacao = 'F'))) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
