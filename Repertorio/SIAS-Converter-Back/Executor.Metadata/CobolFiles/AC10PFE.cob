       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC10PFE.
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
      *- IOF POR DECENDIO - DADOS DO DARF DO DECENDIO POR CODIGO DE
      *- RECEITA COM O PERIODO DE APURACAO (FIM DO DECENDIO) E O
      *- VENCIMENTO NO ENESIMO DIA UTIL SEGUINTE PELO CALENDARIO DE
      *- DIAS UTEIS DE CB21P061 - PARA CADA LINHA GRAVAR A ORDEM POR
      *- BI16P064 COM ORIGEM I E DEPOIS BAIXAR A APURACAO POR AC10PFF
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  NUM-DECENDIO                       PIC X(254).
           77  COD-RECEITA                        PIC X(254).
           77  DT-APURACAO                        PIC X(254).
           77  DT-VENCIMENTO                      PIC X(254).
           77  VLR-PAGAMENTO                      PIC X(254).
           77  FAVORECIDO                         PIC X(254).
           77  COD-CPF-CNPJ                       PIC X(254).
           77  BANCO                              PIC X(254).
           77  AGENCIA                            PIC X(254).
           77  NUM-CONTA                          PIC X(254).
           77  DIG-CONTA                          PIC X(254).
           77  ORIGEM                             PIC X(254).
           77  CHAVE-ORIGEM                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           NUM-DECENDIO
           COD-RECEITA
           DT-APURACAO
           DT-VENCIMENTO
           VLR-PAGAMENTO
           FAVORECIDO
           COD-CPF-CNPJ
           BANCO
           AGENCIA
           NUM-CONTA
           DIG-CONTA
           ORIGEM
           CHAVE-ORIGEM.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT P.COD_RECEITA, D.DT_FINAL AS DT_APURACAO, (SELECT MIN(K.DATA_CALEND) FROM seguros.v0calendario K WHERE K.data_calend > D.DT_FINAL AND K.ind_dia_util = '1' AND (SELECT COUNT(*) FROM seguros.v0calendario K2 WHERE K2.data_calend > D.DT_FINAL AND K2.data_calend <= K.data_calend AND K2.ind_dia_util = '1') = P.QTDE_DIAS_UTEIS) AS DT_VENCIMENTO, SUM(D.VLR_IOF_DEVIDO) AS VLR_PAGAMENTO, P.FAVORECIDO, P.COD_CPF_CNPJ, P.BANCO, P.AGENCIA, P.NUM_CONTA, P.DIG_CONTA, 'I' AS ORIGEM, (CHAR(D.ANO_MES) || '-' || CHAR(D.NUM_DECENDIO) || '-' || CHAR(P.COD_RECEITA)) AS CHAVE_ORIGEM FROM seguros.v0iof_decendio D, seguros.v0iof_param P WHERE D.ano_mes = :ANO-MES AND D.num_decendio = :NUM-DECENDIO AND D.situacao = '0' AND P.pct_aliquota = D.pct_aliquota AND P.situacao = '1' AND D.dt_final BETWEEN P.dtinivig AND P.dttervig GROUP BY P.COD_RECEITA, D.DT_FINAL, P.QTDE_DIAS_UTEIS, P.FAVORECIDO, P.COD_CPF_CNPJ, P.BANCO, P.AGENCIA, P.NUM_CONTA, P.DIG_CONTA, D.ANO_MES, D.NUM_DECENDIO HAVING SUM(D.VLR_IOF_DEVIDO) > 0 ORDER BY P.COD_RECEITA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
