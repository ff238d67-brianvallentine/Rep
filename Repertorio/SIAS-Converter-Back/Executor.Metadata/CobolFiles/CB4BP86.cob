       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP86.
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
      *- MORATORIA POR CALAMIDADE - RELATORIO DE ENCERRAMENTO - TODAS
      *- AS PARCELAS PRORROGADAS COM VENCIMENTO ORIGINAL, NOVO
      *- VENCIMENTO E SITUACAO ATUAL DA PARCELA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-MORATORIA                      PIC X(254).
           77  DESCRICAO                          PIC X(254).
           77  DT-INICIO                          PIC X(254).
           77  DT-FIM                             PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  CODCLIEN                           PIC X(254).
           77  CEP                                PIC X(254).
           77  DTVENCTO-ORIG                      PIC X(254).
           77  DTVENCTO-NOVA                      PIC X(254).
           77  VLPRMTOT                           PIC X(254).
           77  SIT-PARCELA                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-MORATORIA
           DESCRICAO
           DT-INICIO
           DT-FIM
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           CODCLIEN
           CEP
           DTVENCTO-ORIG
           DTVENCTO-NOVA
           VLPRMTOT
           SIT-PARCELA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT M.NUM_MORATORIA, M.DESCRICAO, M.DT_INICIO, M.DT_FIM, Z.NUM_APOLICE, Z.NRENDOS, Z.NRPARCEL, Y.CODCLIEN, Y.CEP, Z.DTVENCTO_ORIG, Z.DTVENCTO_NOVA, P.VLPRMTOT, P.SITUACAO AS SIT_PARCELA FROM seguros.v0moratoria M, seguros.v0moratoria_parcela Z, seguros.v0moratoria_apolice Y, seguros.v1parcela P WHERE M.num_moratoria = :NUM-MORATORIA AND Z.num_moratoria = M.num_moratoria AND Y.num_moratoria = Z.num_moratoria AND Y.num_apolice = Z.num_apolice AND P.num_apolice = Z.num_apolice AND P.nrendos = Z.nrendos AND P.nrparcel = Z.nrparcel ORDER BY Z.DTVENCTO_NOVA, Z.NUM_APOLICE, Z.NRENDOS, Z.NRPARCEL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
