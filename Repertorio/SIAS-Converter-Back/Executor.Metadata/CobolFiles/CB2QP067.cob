       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2QP067.
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
      *- TARIFA BANCARIA DE COBRANCA - CARGA DA TARIFA DEBITADA PELO
      *- BANCO NO MES POR CONVENIO E TIPO DE SERVICO CONFORME O
      *- DEMONSTRATIVO DE TARIFAS DO BANCO - UMA LINHA POR MES, BANCO,
      *- CONVENIO E SERVICO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  BANCO                              PIC X(254).
           77  COD-CONVENIO                       PIC X(254).
           77  TIPO-SERVICO                       PIC X(254).
           77  QTDE-COBRADA                       PIC X(254).
           77  VLR-COBRADO                        PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           BANCO
           COD-CONVENIO
           TIPO-SERVICO
           QTDE-COBRADA
           VLR-COBRADO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0tarifa_cobrada (ANO_MES, BANCO, COD_CONVENIO, TIPO_SERVICO, QTDE_COBRADA, VLR_COBRADO, CODUSU, TIMESTAMP) SELECT :ANO-MES, :BANCO, :COD-CONVENIO, :TIPO-SERVICO, :QTDE-COBRADA, :VLR-COBRADO, :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0tarifa_cobrada C WHERE C.ano_mes = :ANO-MES AND C.banco = :BANCO AND C.cod_convenio = :COD-CONVENIO AND C.tipo_servico = :TIPO-SERVICO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
