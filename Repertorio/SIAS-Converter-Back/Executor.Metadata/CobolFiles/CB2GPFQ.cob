       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFQ.
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
      *- REGISTRO DE ARQUIVOS RECEBIDOS - CADASTRO DA INTERFACE DE
      *- ENTRADA - RETORNO DE DEBITO CEF, RETORNO DE TITULOS,
      *- CONFIRMACOES PIX, BORDERO DA LIDER, CONFIRMACOES EDI, TAXAS
      *- BACEN, AGENCIAS FEBRABAN, RETORNOS DE AGENCIA E SERASA -
      *- REMETENTE, HORARIO DE CORTE, SE E ESPERADA TODO DIA UTIL (U),
      *- TODO DIA (D) OU SOB DEMANDA (N) E SE O NUMERO DE SEQUENCIA DO
      *- REMETENTE E CONTROLADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  COD-INTERFACE                      PIC X(254).
           77  DESCR-INTERFACE                    PIC X(254).
           77  REMETENTE                          PIC X(254).
           77  HORA-CORTE                         PIC X(254).
           77  IND-PERIODICIDADE                  PIC X(254).
           77  IND-SEQUENCIAL                     PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           COD-INTERFACE
           DESCR-INTERFACE
           REMETENTE
           HORA-CORTE
           IND-PERIODICIDADE
           IND-SEQUENCIAL
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0interf_entrada (COD_INTERFACE, DESCR_INTERFACE, REMETENTE, HORA_CORTE, IND_PERIODICIDADE, IND_SEQUENCIAL, SITUACAO, COD_USUARIO, TIMESTAMP) SELECT :COD-INTERFACE, :DESCR-INTERFACE, :REMETENTE, :HORA-CORTE, :IND-PERIODICIDADE, :IND-SEQUENCIAL, '1', :COD-USUARIO, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :IND-PERIODICIDADE IN ('U', 'D', 'N') AND :IND-SEQUENCIAL IN ('S', 'N') AND NOT EXISTS (SELECT 1 FROM seguros.v0interf_entrada I WHERE I.cod_interface = :COD-INTERFACE) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
