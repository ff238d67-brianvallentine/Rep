       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P049.
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
      *- ATUALIZACAO MONETARIA ANUAL - ATUALIZA O VALOR DOS DEBITOS CEF
      *- AINDA AGENDADOS DAS PARCELAS REGERADAS POR AC73P048
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0movdebcc_cef M SET VLR_DEBITO = (SELECT Z.VLPRMTOT_NOVO FROM seguros.v0atualiz_monet_parc Z WHERE Z.num_apolice = M.num_apolice AND Z.dt_aniversario = :DT-ANIVERSARIO AND Z.nrendos = M.nrendos AND Z.nrparcel = M.nrparcel), TIMESTAMP = current timestamp WHERE M.num_apolice = :NUM-APOLICE AND M.sit_cobranca = '0' AND EXISTS (SELECT 1 FROM seguros.v0atualiz_monet_parc Z WHERE Z.num_apolice = M.num_apolice AND Z.dt_aniversario = :DT-ANIVERSARIO AND Z.nrendos = M.nrendos AND Z.nrparcel = M.nrparcel) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
