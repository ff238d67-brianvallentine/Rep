       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P046.
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
      *- ATUALIZACAO MONETARIA ANUAL - VIDA EM GRUPO - ATUALIZA PELO
      *- FATOR O CAPITAL DAS VIDAS ATIVAS DA APOLICE (INCLUSAO SEM
      *- EXCLUSAO POSTERIOR) - O CAPITAL ANTERIOR FICA NA ATUALIZACAO
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0vidas_movto I SET VLR_CAPITAL = VLR_CAPITAL * (SELECT U.FATOR_ATUALIZACAO FROM seguros.v0atualiz_monet U WHERE U.num_apolice = I.num_apolice AND U.dt_aniversario = :DT-ANIVERSARIO AND U.situacao = '1'), TIMESTAMP = current timestamp WHERE I.num_apolice = :NUM-APOLICE AND I.tipo_movto = 'I' AND EXISTS (SELECT 1 FROM seguros.v0atualiz_monet U WHERE U.num_apolice = I.num_apolice AND U.dt_aniversario = :DT-ANIVERSARIO AND U.situacao = '1') AND NOT EXISTS (SELECT 1 FROM seguros.v0vidas_movto Z WHERE Z.num_apolice = I.num_apolice AND Z.codsubes = I.codsubes AND Z.cpf = I.cpf AND Z.tipo_movto = 'E' AND Z.dt_movto > I.dt_movto) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
