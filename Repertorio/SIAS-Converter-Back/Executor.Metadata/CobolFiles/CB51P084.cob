       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P084.
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
      *- OPEN INSURANCE - EXTRACAO DE PARCELAS DO CLIENTE NO LAYOUT
      *- PADRAO - TIPO(2)=03 APOLICE(13) ENDOSSO(9) PARCELA(4)
      *- VENCIMENTO(10) SITUACAO(1) VALOR EM CENTAVOS(15) - BLOQUEADA
      *- SE O CONSENTIMENTO ESTIVER EXPIRADO OU REVOGADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ID-CONSENTIMENTO                   PIC X(254).
           77  DT-EXTRACAO                        PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  LINHA                              PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ID-CONSENTIMENTO
           DT-EXTRACAO
           NUM-APOLICE
           LINHA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT P.NUM_APOLICE, ('03' || DIGITS(DEC(P.NUM_APOLICE, 13, 0)) || DIGITS(DEC(P.NRENDOS, 9, 0)) || DIGITS(DEC(P.NRPARCEL, 4, 0)) || CHAR(P.DTVENCTO, ISO) || P.SITUACAO || DIGITS(DEC(P.VLPRMTOT * 100, 15, 0))) AS LINHA FROM seguros.v1parcela P, seguros.v1apolice A WHERE A.num_apolice = P.num_apolice AND EXISTS (SELECT 1 FROM seguros.v0openins_consent C WHERE C.id_consentimento = :ID-CONSENTIMENTO AND C.situacao = '1' AND C.dt_revogacao IS NULL AND :DT-EXTRACAO BETWEEN C.dt_concessao AND C.dt_expiracao AND C.ind_escopo_parcela = 'S' AND REPLACE(REPLACE(REPLACE(C.CGCCPF, '.', ''), '/', ''), '-', '') = REPLACE(REPLACE(REPLACE(A.CGCCPF, '.', ''), '/', ''), '-', '')) ORDER BY P.NUM_APOLICE, P.NRENDOS, P.NRPARCEL END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
