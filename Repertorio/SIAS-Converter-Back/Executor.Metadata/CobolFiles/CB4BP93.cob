       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP93.
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
      *- SUBSCRICAO DA PROPOSTA - ABRE A PROPOSTA NA FILA DE SUBSCRICAO
      *- COM A DATA DE RECEPCAO, O VALOR DO RCAP RECEBIDO E O PRAZO DE
      *- ACEITACAO TACITA (QTDIAS-PRAZO DIAS DA RECEPCAO, 15 PELA
      *- NORMA) - SO PROPOSTA EM COBERTURA PROVISORIA
      *- (CB_APOLICE_VIGPROP) - SITUACAO 0 PENDENTE, 1 SUSPENSA
      *- AGUARDANDO INFORMACAO, 2 ACEITA, 3 RECUSADA, 4 ACEITA
      *- TACITAMENTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  FONTE                              PIC X(254).
           77  NRPROPOS                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  DT-RECEPCAO                        PIC X(254).
           77  QTDIAS-PRAZO                       PIC X(254).
           77  VLR-RCAP                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           FONTE
           NRPROPOS
           NUM-APOLICE
           DT-RECEPCAO
           QTDIAS-PRAZO
           VLR-RCAP
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0subscricao_prop (FONTE, NRPROPOS, NUM_APOLICE, DT_RECEPCAO, DT_LIMITE_TACITO, VLR_RCAP, DT_SUSPENSAO, QTDIAS_SUSPENSO, DECISAO, MOTIVO, CODUSU_DECISAO, DT_DECISAO, SITUACAO, CODUSU, TIMESTAMP) SELECT :FONTE, :NRPROPOS, V.NUM_APOLICE, :DT-RECEPCAO, (DATE(:DT-RECEPCAO) + :QTDIAS-PRAZO DAYS), :VLR-RCAP, NULL, 0, NULL, NULL, NULL, NULL, '0', :CODUSU, current timestamp FROM seguros.cb_apolice_vigprop V WHERE V.num_apolice = :NUM-APOLICE AND V.data_cancelamento IS NULL AND NOT EXISTS (SELECT 1 FROM seguros.v0subscricao_prop S WHERE S.fonte = :FONTE AND S.nrpropos = :NRPROPOS) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
