       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P047.
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
      *- ATUALIZACAO MONETARIA ANUAL - GUARDA AS PARCELAS FUTURAS (A
      *- PARTIR DO ANIVERSARIO) COM O VALOR ANTERIOR E O ATUALIZADO E
      *- EM SEGUIDA REGERA AS PARCELAS (AC73P048) E OS DEBITOS CEF
      *- AGENDADOS (AC73P049)
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0atualiz_monet_parc (NUM_APOLICE, DT_ANIVERSARIO, NRENDOS, NRPARCEL, DTVENCTO, FATOR_ATUALIZACAO, VLPRMTOT_ANT, VLPRMTOT_NOVO, TIMESTAMP) SELECT P.NUM_APOLICE, U.DT_ANIVERSARIO, P.NRENDOS, P.NRPARCEL, P.DTVENCTO, U.FATOR_ATUALIZACAO, P.VLPRMTOT, P.VLPRMTOT * U.FATOR_ATUALIZACAO, current timestamp FROM seguros.v1parcela P, seguros.v0atualiz_monet U WHERE U.num_apolice = :NUM-APOLICE AND U.dt_aniversario = :DT-ANIVERSARIO AND U.situacao = '1' AND P.num_apolice = U.num_apolice AND P.situacao = '0' AND P.dtvencto >= U.dt_aniversario AND NOT EXISTS (SELECT 1 FROM seguros.v0atualiz_monet_parc Z WHERE Z.num_apolice = P.num_apolice AND Z.dt_aniversario = U.dt_aniversario AND Z.nrendos = P.nrendos AND Z.nrparcel = P.nrparcel) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
