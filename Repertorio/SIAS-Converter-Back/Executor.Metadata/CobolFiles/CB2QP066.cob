       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2QP066.
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
      *- TARIFA BANCARIA DE COBRANCA - CADASTRO DA TARIFA CONTRATADA
      *- POR BANCO, CONVENIO E TIPO DE SERVICO (REGISTRO, LIQUIDACAO,
      *- INSTRUCAO, DEBITO, REAPRESENTACAO, PIX) COM VIGENCIA - TITULO
      *- E PIX USAM COD_CONVENIO ZERO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  BANCO                              PIC X(254).
           77  COD-CONVENIO                       PIC X(254).
           77  TIPO-SERVICO                       PIC X(254).
           77  DTINIVIG                           PIC X(254).
           77  DTTERVIG                           PIC X(254).
           77  VLR-TARIFA                         PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           BANCO
           COD-CONVENIO
           TIPO-SERVICO
           DTINIVIG
           DTTERVIG
           VLR-TARIFA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0tarifa_bco (BANCO, COD_CONVENIO, TIPO_SERVICO, DTINIVIG, DTTERVIG, VLR_TARIFA, SITUACAO, CODUSU, TIMESTAMP) SELECT :BANCO, :COD-CONVENIO, :TIPO-SERVICO, :DTINIVIG, :DTTERVIG, :VLR-TARIFA, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0tarifa_bco T WHERE T.banco = :BANCO AND T.cod_convenio = :COD-CONVENIO AND T.tipo_servico = :TIPO-SERVICO AND T.situacao = '1' AND T.dtinivig <= :DTTERVIG AND T.dttervig >= :DTINIVIG) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
