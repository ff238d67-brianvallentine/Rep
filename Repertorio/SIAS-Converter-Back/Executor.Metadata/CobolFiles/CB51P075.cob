       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P075.
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
      *- TROCA DE TITULARIDADE - ZERA A COBRANCA DA APOLICE - A CONTA E
      *- O CARTAO DO TITULAR ANTERIOR SAEM E A APOLICE VAI PARA A FILA
      *- MANUAL (TIPO_COBRANCA M) ATE O NOVO TITULAR CADASTRAR SUA
      *- FORMA DE PAGAMENTO - EXECUTAR DEPOIS DE CB2JP215A
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0apolcob SET TIPO_COBRANCA = 'M', COD_AGENCIA_DEB = 0, OPER_CONTA_DEB = 0, NUM_CONTA_DEB = 0, DIG_CONTA_DEB = 0, NUM_CARTAO = NULL, DIA_DEBITO = 0, TIMESTAMP = current timestamp WHERE num_apolice = :NUM-APOLICE AND EXISTS (SELECT 1 FROM seguros.v0troca_titular T WHERE T.num_apolice = :NUM-APOLICE AND T.situacao = '1' AND T.sit_triagem = '1') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
