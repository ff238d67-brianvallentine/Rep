       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC10PFB.
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
      *- IOF POR DECENDIO - CADASTRO DO CODIGO DE RECEITA DO DARF POR
      *- ALIQUOTA DE IOF (PCIOCC DA APOLICE) COM O PRAZO DE
      *- RECOLHIMENTO EM DIAS UTEIS APOS O FIM DO DECENDIO E OS DADOS
      *- DO FAVORECIDO PARA A ORDEM NA CENTRAL DE PAGAMENTOS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  PCT-ALIQUOTA                       PIC X(254).
           77  DTINIVIG                           PIC X(254).
           77  DTTERVIG                           PIC X(254).
           77  COD-RECEITA                        PIC X(254).
           77  QTDE-DIAS-UTEIS                    PIC X(254).
           77  FAVORECIDO                         PIC X(254).
           77  COD-CPF-CNPJ                       PIC X(254).
           77  BANCO                              PIC X(254).
           77  AGENCIA                            PIC X(254).
           77  NUM-CONTA                          PIC X(254).
           77  DIG-CONTA                          PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           PCT-ALIQUOTA
           DTINIVIG
           DTTERVIG
           COD-RECEITA
           QTDE-DIAS-UTEIS
           FAVORECIDO
           COD-CPF-CNPJ
           BANCO
           AGENCIA
           NUM-CONTA
           DIG-CONTA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0iof_param (PCT_ALIQUOTA, DTINIVIG, DTTERVIG, COD_RECEITA, QTDE_DIAS_UTEIS, FAVORECIDO, COD_CPF_CNPJ, BANCO, AGENCIA, NUM_CONTA, DIG_CONTA, SITUACAO, CODUSU, TIMESTAMP) SELECT :PCT-ALIQUOTA, :DTINIVIG, :DTTERVIG, :COD-RECEITA, :QTDE-DIAS-UTEIS, :FAVORECIDO, :COD-CPF-CNPJ, :BANCO, :AGENCIA, :NUM-CONTA, :DIG-CONTA, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0iof_param P WHERE P.pct_aliquota = :PCT-ALIQUOTA AND P.situacao = '1' AND P.dtinivig <= :DTTERVIG AND P.dttervig >= :DTINIVIG) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
