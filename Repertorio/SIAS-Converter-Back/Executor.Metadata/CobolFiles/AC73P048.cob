       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P048.
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
      *- ATUALIZACAO MONETARIA ANUAL - REGERA OS VALORES DAS PARCELAS
      *- FUTURAS GUARDADAS POR AC73P047 - GRAVA O PREMIO TOTAL
      *- (VLPRMTOT) JA CORRIGIDO PELO FATOR DA PARCELA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  DT-ANIVERSARIO                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           DT-ANIVERSARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v1parcela P SET VLPRMTOT = (SELECT Z.VLPRMTOT_NOVO FROM seguros.v0atualiz_monet_parc Z WHERE Z.num_apolice = P.num_apolice AND Z.dt_aniversario = :DT-ANIVERSARIO AND Z.nrendos = P.nrendos AND Z.nrparcel = P.nrparcel) WHERE P.num_apolice = :NUM-APOLICE AND P.situacao = '0' AND P.vlprmtot = (SELECT Z.VLPRMTOT_ANT FROM seguros.v0atualiz_monet_parc Z WHERE Z.num_apolice = P.num_apolice AND Z.dt_aniversario = :DT-ANIVERSARIO AND Z.nrendos = P.nrendos AND Z.nrparcel = P.nrparcel) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
