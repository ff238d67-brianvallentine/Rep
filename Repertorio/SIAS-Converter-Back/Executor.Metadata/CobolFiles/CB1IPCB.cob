       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB1IPCB.
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
      *- EXTRATO BANCARIO CNAB 240 - CONCILIACAO BANCARIA DO DIA COM AS
      *- PENDENCIAS ACUMULADAS ATE QUE SE COMPENSEM - B NO BANCO E NAO
      *- NO SISTEMA (LANCAMENTO DO EXTRATO PENDENTE), S NO SISTEMA E
      *- NAO NO BANCO (AVISO, CHEQUE NAO SUSTADO OU ORDEM PAGA SEM
      *- LANCAMENTO CONCILIADO) - DT-INICIO-CONCIL E A DATA DE
      *- IMPLANTACAO DA CONCILIACAO, ANTERIORES NAO ENTRAM
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  BANCO                              PIC X(254).
           77  AGENCIA                            PIC X(254).
           77  DT-LANCAMENTO                      PIC X(254).
           77  DT-INICIO-CONCIL                   PIC X(254).
           77  LADO                               PIC X(254).
           77  TIPO-LANC                          PIC X(254).
           77  NUM-CONTA                          PIC X(254).
           77  DT-ORIGEM                          PIC X(254).
           77  DOCUMENTO                          PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  VLR-ITEM                           PIC X(254).
           77  QTDIAS-PENDENTE                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           BANCO
           AGENCIA
           DT-LANCAMENTO
           DT-INICIO-CONCIL
           LADO
           TIPO-LANC
           NUM-CONTA
           DT-ORIGEM
           DOCUMENTO
           DESCRICAO
           VLR-ITEM
           QTDIAS-PENDENTE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT 'B' AS LADO, X.TIPO_LANC, X.NUM_CONTA, X.DT_LANCAMENTO AS DT_ORIGEM, X.NUM_DOCUMENTO AS DOCUMENTO, X.DESCRICAO, X.VLR_LANCAMENTO AS VLR_ITEM, (DAYS(:DT-LANCAMENTO) - DAYS(X.DT_LANCAMENTO)) AS QTDIAS_PENDENTE FROM seguros.v0extrato_bco X WHERE X.banco = :BANCO AND X.agencia = :AGENCIA AND X.situacao = '0' AND X.dt_lancamento BETWEEN :DT-INICIO-CONCIL AND :DT-LANCAMENTO UNION ALL SELECT 'S', 'C', ' ', A.DTAVISO, CHAR(A.NRAVISO), 'AVISO DE CREDITO', A.SDOATU, (DAYS(:DT-LANCAMENTO) - DAYS(A.DTAVISO)) FROM seguros.v0avisos_saldos A WHERE A.bcoaviso = :BANCO AND A.ageaviso = :AGENCIA AND A.dtaviso BETWEEN :DT-INICIO-CONCIL AND :DT-LANCAMENTO AND NOT EXISTS (SELECT 1 FROM seguros.v0extrato_bco Y WHERE Y.tipo_chave = 'A' AND Y.chave_concil = CHAR(A.NRAVISO) AND Y.banco = A.bcoaviso AND Y.agencia = A.ageaviso) UNION ALL SELECT 'S', 'D', ' ', C.DT_EMISSAO, CHAR(C.NUMCHQ), 'CHEQUE EMITIDO', C.VLR_CHEQUE, (DAYS(:DT-LANCAMENTO) - DAYS(C.DT_EMISSAO)) FROM seguros.v0chq_positivo C WHERE C.bcocobr = :BANCO AND C.agecobr = :AGENCIA AND C.situacao <> 'S' AND C.dt_emissao BETWEEN :DT-INICIO-CONCIL AND :DT-LANCAMENTO AND NOT EXISTS (SELECT 1 FROM seguros.v0extrato_bco Y WHERE Y.tipo_chave = 'C' AND Y.chave_concil = CHAR(C.NUMCHQ) AND Y.banco = C.bcocobr AND Y.agencia = C.agecobr) UNION ALL SELECT 'S', 'D', ' ', O.DT_PAGAMENTO, CHAR(O.NUM_ORDEM), O.FAVORECIDO, O.VLR_PAGAMENTO, (DAYS(:DT-LANCAMENTO) - DAYS(O.DT_PAGAMENTO)) FROM seguros.v0pagto_ordem O WHERE O.situacao = '2' AND O.dt_pagamento BETWEEN :DT-INICIO-CONCIL AND :DT-LANCAMENTO AND NOT EXISTS (SELECT 1 FROM seguros.v0extrato_bco Y WHERE Y.tipo_chave = 'O' AND Y.chave_concil = CHAR(O.NUM_ORDEM)) ORDER BY 1, 2, 4 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
