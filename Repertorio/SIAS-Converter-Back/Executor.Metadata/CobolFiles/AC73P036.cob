       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P036.
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
      *- PRO-LABORE DO ESTIPULANTE - PRO-LABORES A PAGAR NO MES COM OS
      *- DADOS DA ORDEM DE PAGAMENTO DA CENTRAL DE PAGAMENTOS - PARA
      *- CADA LINHA GRAVAR A ORDEM POR BI16P064 COM ORIGEM E
      *- (ESTIPULANTE) E VLR_LIQUIDO, DEPOIS BAIXAR POR AC73P037
      *- DADOS DE PAGAMENTO DO PARAMETRO VIGENTE NO MES CALCULADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  FAVORECIDO                         PIC X(254).
           77  COD-CPF-CNPJ                       PIC X(254).
           77  BANCO                              PIC X(254).
           77  AGENCIA                            PIC X(254).
           77  NUM-CONTA                          PIC X(254).
           77  DIG-CONTA                          PIC X(254).
           77  VLR-PROLABORE                      PIC X(254).
           77  VLR-IR                             PIC X(254).
           77  VLR-LIQUIDO                        PIC X(254).
           77  ORIGEM                             PIC X(254).
           77  CHAVE-ORIGEM                       PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           NUM-APOLICE
           CODSUBES
           FAVORECIDO
           COD-CPF-CNPJ
           BANCO
           AGENCIA
           NUM-CONTA
           DIG-CONTA
           VLR-PROLABORE
           VLR-IR
           VLR-LIQUIDO
           ORIGEM
           CHAVE-ORIGEM.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT C.NUM_APOLICE, C.CODSUBES, P.FAVORECIDO, P.COD_CPF_CNPJ, P.BANCO, P.AGENCIA, P.NUM_CONTA, P.DIG_CONTA, C.VLR_PROLABORE, C.VLR_IR, C.VLR_LIQUIDO, 'E' AS ORIGEM, (CHAR(C.ANO_MES) || '-' || CHAR(C.NUM_APOLICE) || '-' || CHAR(C.CODSUBES)) AS CHAVE_ORIGEM FROM seguros.v0prolabore_calc C, seguros.v0prolabore_param P WHERE C.ano_mes = :ANO-MES AND C.situacao = '0' AND C.vlr_liquido > 0 AND P.num_apolice = C.num_apolice AND P.codsubes = C.codsubes AND (DATE(SUBSTR(DIGITS(DEC(C.ANO_MES, 6, 0)), 1, 4) || '-' || SUBSTR(DIGITS(DEC(C.ANO_MES, 6, 0)), 5, 2) || '-01') + 1 MONTH - 1 DAY) BETWEEN P.dtinivig AND P.dttervig ORDER BY C.NUM_APOLICE, C.CODSUBES END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
