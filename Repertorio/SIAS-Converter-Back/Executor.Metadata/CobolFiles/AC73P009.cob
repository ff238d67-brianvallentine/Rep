      *-----------------------*
      *----------------------------------------------------------------*
      *- CADASTRO DE VIDAS DO SEGURO VIDA EM GRUPO - MOVIMENTACAO
      *- MENSAL DE INCLUSAO E EXCLUSAO POR APOLICE E SUBESTIPULANTE -
      *- VLR_CAPITAL E O CAPITAL SEGURADO DA VIDA, SOMADO NO CUMULO POR
      *- CPF - NA INCLUSAO EXECUTAR ANTES O CUMULO AC73P025
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
           77  TIPO-MOVTO                         PIC X(254).
           77  DT-MOVTO                           PIC X(254).
           77  CODUSU                             PIC X(254).
           77  VLR-CAPITAL                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NOME-SEGURADO
           TIPO-MOVTO
           DT-MOVTO
           CODUSU
           VLR-CAPITAL.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0vidas_movto (NUM_APOLICE, CODSUBES, CPF, NOME_SEGURADO, TIPO_MOVTO, DT_MOVTO, VLR_CAPITAL, CODUSU, TIMESTAMP) VALUES (:NUM-APOLICE, :CODSUBES, :CPF, :NOME-SEGURADO, :TIPO-MOVTO, :DT-MOVTO, :VLR-CAPITAL, :CODUSU, current timestamp) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
