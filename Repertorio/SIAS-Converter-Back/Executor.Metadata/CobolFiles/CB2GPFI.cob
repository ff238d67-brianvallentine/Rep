       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFI.
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
      *- VISTORIA PREVIA - CADASTRO DA EMPRESA DE VISTORIA COM O VALOR
      *- CONTRATADO POR VISTORIA REALIZADA - BASE DA CONCILIACAO MENSAL
      *- DA FATURA (CB2GPFP)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  COD-EMPRESA-VIST                   PIC X(254).
           77  CNPJ                               PIC X(254).
           77  NOME-EMPRESA                       PIC X(254).
           77  VLR-TARIFA                         PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           COD-EMPRESA-VIST
           CNPJ
           NOME-EMPRESA
           VLR-TARIFA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0vistoria_empresa (COD_EMPRESA_VIST, CNPJ, NOME_EMPRESA, VLR_TARIFA, SITUACAO, CODUSU, TIMESTAMP) SELECT :COD-EMPRESA-VIST, :CNPJ, :NOME-EMPRESA, :VLR-TARIFA, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0vistoria_empresa V WHERE V.cod_empresa_vist = :COD-EMPRESA-VIST) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
