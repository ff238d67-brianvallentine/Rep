       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2UPF8.
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
      *- ARQUIVO DIARIO DO PRODUTOR - REGISTRA O ARQUIVO GERADO PARA O
      *- PRODUTOR NO DIA - NOME DO ARQUIVO, QUANTIDADE DE REGISTROS E
      *- VALOR TOTAL DO TRAILER - SITUACAO 0 GERADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
           77  CODPDT                             PIC X(254).
           77  NOME-ARQUIVO                       PIC X(254).
           77  QTDE-REGISTROS                     PIC X(254).
           77  VLR-TOTAL                          PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO
           CODPDT
           NOME-ARQUIVO
           QTDE-REGISTROS
           VLR-TOTAL
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0produtor_arquivo (DTMOVTO, CODPDT, NOME_ARQUIVO, QTDE_REGISTROS, VLR_TOTAL, SITUACAO, CODUSU, TIMESTAMP) SELECT :DTMOVTO, :CODPDT, :NOME-ARQUIVO, :QTDE-REGISTROS, :VLR-TOTAL, '0', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0produtor_arquivo F WHERE F.dtmovto = :DTMOVTO AND F.codpdt = :CODPDT) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
