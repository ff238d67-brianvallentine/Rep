       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P030.
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
      *- ESTORNO DE COMISSAO - BAIXA O DESCONTO APLICADO NA LIQUIDACAO
      *- NO ESTORNO PENDENTE DO CORRETOR (DO MAIS ANTIGO PARA O MAIS
      *- RECENTE) - CONTA UM CICLO - SITUACAO 1 QUANDO O SALDO ZERA
      *- ESTORNOS PENDENTES DO CORRETOR EM ORDEM POR AC76P059
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODCORR                            PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  VLR-DESCONTO                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODCORR
           CODSUBES
           NUM-APOLICE
           NRENDOS
           VLR-DESCONTO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0comissao_ajuste SET VLR_SALDO = VLR_SALDO + :VLR-DESCONTO, QTDE_CICLOS = QTDE_CICLOS + 1, SITUACAO = CASE WHEN VLR_SALDO + :VLR-DESCONTO >= 0 THEN '1' ELSE 'E' END, TIMESTAMP = current timestamp WHERE codcorr = :CODCORR AND codsubes = :CODSUBES AND num_apolice = :NUM-APOLICE AND nrendos = :NRENDOS AND situacao = 'E' AND vlr_saldo < 0 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
