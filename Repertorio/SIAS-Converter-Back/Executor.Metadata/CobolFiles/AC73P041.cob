       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P041.
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
      *- ATUALIZACAO MONETARIA ANUAL - REGISTRA A ATUALIZACAO DA
      *- APOLICE NO ANIVERSARIO COM O FATOR E OS VALORES CALCULADOS POR
      *- AC73P040 - SITUACAO 0 CALCULADA, 1 ENDOSSADA, 2 AVISO ENVIADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  DT-ANIVERSARIO                     PIC X(254).
           77  CODUNIMO                           PIC X(254).
           77  VALCPR-INICIAL                     PIC X(254).
           77  VALCPR-FINAL                       PIC X(254).
           77  FATOR-ATUALIZACAO                  PIC X(254).
           77  VLR-CAPITAL-ANT                    PIC X(254).
           77  VLR-CAPITAL-NOVO                   PIC X(254).
           77  VLR-PREMIO-ANT                     PIC X(254).
           77  VLR-PREMIO-NOVO                    PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           DT-ANIVERSARIO
           CODUNIMO
           VALCPR-INICIAL
           VALCPR-FINAL
           FATOR-ATUALIZACAO
           VLR-CAPITAL-ANT
           VLR-CAPITAL-NOVO
           VLR-PREMIO-ANT
           VLR-PREMIO-NOVO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0atualiz_monet (NUM_APOLICE, DT_ANIVERSARIO, CODUNIMO, VALCPR_INICIAL, VALCPR_FINAL, FATOR_ATUALIZACAO, VLR_CAPITAL_ANT, VLR_CAPITAL_NOVO, VLR_PREMIO_ANT, VLR_PREMIO_NOVO, NRENDOS_ATU, DT_AVISO, SITUACAO, CODUSU, TIMESTAMP) SELECT :NUM-APOLICE, :DT-ANIVERSARIO, :CODUNIMO, :VALCPR-INICIAL, :VALCPR-FINAL, :FATOR-ATUALIZACAO, :VLR-CAPITAL-ANT, :VLR-CAPITAL-NOVO, :VLR-PREMIO-ANT, :VLR-PREMIO-NOVO, NULL, NULL, '0', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0atualiz_monet U WHERE U.num_apolice = :NUM-APOLICE AND U.dt_aniversario = :DT-ANIVERSARIO) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
