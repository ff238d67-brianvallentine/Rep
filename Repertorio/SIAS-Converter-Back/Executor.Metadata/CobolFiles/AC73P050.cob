       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P050.
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
      *- ATUALIZACAO MONETARIA ANUAL - AVISOS A ENVIAR - ATUALIZACOES
      *- ENDOSSADAS SEM AVISO COM O PRIMEIRO VENCIMENTO ATUALIZADO, O
      *- NOVO VALOR DA PARCELA E O INDICE APLICADO - ENVIAR POR
      *- CB51P051 (TIPO_DOCUMENTO AVISO ATUALIZACAO) E MARCAR POR
      *- AC73P051
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  DT-ANIVERSARIO                     PIC X(254).
           77  NRENDOS-ATU                        PIC X(254).
           77  CODCLIEN                           PIC X(254).
           77  PCT-ATUALIZACAO                    PIC X(254).
           77  VLR-CAPITAL-ANT                    PIC X(254).
           77  VLR-CAPITAL-NOVO                   PIC X(254).
           77  DT-PRIMEIRO-VENCTO                 PIC X(254).
           77  VLR-PARCELA-NOVO                   PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           NUM-APOLICE
           DT-ANIVERSARIO
           NRENDOS-ATU
           CODCLIEN
           PCT-ATUALIZACAO
           VLR-CAPITAL-ANT
           VLR-CAPITAL-NOVO
           DT-PRIMEIRO-VENCTO
           VLR-PARCELA-NOVO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT U.NUM_APOLICE, U.DT_ANIVERSARIO, U.NRENDOS_ATU, E.CODCLIEN, (U.FATOR_ATUALIZACAO - 1) * 100 AS PCT_ATUALIZACAO, U.VLR_CAPITAL_ANT, U.VLR_CAPITAL_NOVO, (SELECT MIN(Z.DTVENCTO) FROM seguros.v0atualiz_monet_parc Z WHERE Z.num_apolice = U.num_apolice AND Z.dt_aniversario = U.dt_aniversario) AS DT_PRIMEIRO_VENCTO, (SELECT Z.VLPRMTOT_NOVO FROM seguros.v0atualiz_monet_parc Z WHERE Z.num_apolice = U.num_apolice AND Z.dt_aniversario = U.dt_aniversario ORDER BY Z.DTVENCTO FETCH FIRST 1 ROW ONLY) AS VLR_PARCELA_NOVO FROM seguros.v0atualiz_monet U, seguros.v1endosso E WHERE U.situacao = '1' AND U.dt_aviso IS NULL AND E.num_apolice = U.num_apolice AND E.nrendos = U.nrendos_atu ORDER BY DT_PRIMEIRO_VENCTO, U.NUM_APOLICE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
