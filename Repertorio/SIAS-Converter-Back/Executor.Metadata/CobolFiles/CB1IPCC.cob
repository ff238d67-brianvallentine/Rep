       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB1IPCC.
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
      *- EXTRATO BANCARIO CNAB 240 - RESUMO DO DIA POR CONTA - CREDITOS
      *- E DEBITOS DO EXTRATO, CONCILIADOS AUTOMATICO, MANUAL E
      *- PENDENTES
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-LANCAMENTO                      PIC X(254).
           77  BANCO                              PIC X(254).
           77  AGENCIA                            PIC X(254).
           77  NUM-CONTA                          PIC X(254).
           77  TIPO-LANC                          PIC X(254).
           77  QTDE-LANC                          PIC X(254).
           77  VLR-TOTAL                          PIC X(254).
           77  VLR-CONCIL-AUTO                    PIC X(254).
           77  VLR-CONCIL-MANUAL                  PIC X(254).
           77  VLR-PENDENTE                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-LANCAMENTO
           BANCO
           AGENCIA
           NUM-CONTA
           TIPO-LANC
           QTDE-LANC
           VLR-TOTAL
           VLR-CONCIL-AUTO
           VLR-CONCIL-MANUAL
           VLR-PENDENTE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT BANCO, AGENCIA, NUM_CONTA, TIPO_LANC, COUNT(*) AS QTDE_LANC, SUM(VLR_LANCAMENTO) AS VLR_TOTAL, SUM(CASE WHEN SITUACAO = '1' AND ORIGEM_CONCIL = 'A' THEN VLR_LANCAMENTO ELSE 0 END) AS VLR_CONCIL_AUTO, SUM(CASE WHEN SITUACAO = '1' AND ORIGEM_CONCIL = 'M' THEN VLR_LANCAMENTO ELSE 0 END) AS VLR_CONCIL_MANUAL, SUM(CASE WHEN SITUACAO = '0' THEN VLR_LANCAMENTO ELSE 0 END) AS VLR_PENDENTE FROM seguros.v0extrato_bco WHERE dt_lancamento = :DT-LANCAMENTO GROUP BY BANCO, AGENCIA, NUM_CONTA, TIPO_LANC ORDER BY BANCO, AGENCIA, NUM_CONTA, TIPO_LANC END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
