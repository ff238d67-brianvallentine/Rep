       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFJ.
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
      *- VISTORIA PREVIA - SOLICITACAO DE VISTORIA DA PROPOSTA DE
      *- AUTOMOVEL COM VEICULO, LOCAL E CONTATO - SITUACAO 0
      *- SOLICITADA, 1 ENVIADA A EMPRESA, 2 REALIZADA, 9 CANCELADA -
      *- UMA SOLICITACAO ATIVA POR PROPOSTA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-VISTORIA                       PIC X(254).
           77  FONTE                              PIC X(254).
           77  NRPROPOS                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  COD-EMPRESA-VIST                   PIC X(254).
           77  PLACA                              PIC X(254).
           77  CHASSI                             PIC X(254).
           77  ENDERECO-VISTORIA                  PIC X(254).
           77  DDD                                PIC X(254).
           77  NUM-TELEFONE                       PIC X(254).
           77  DT-SOLICITACAO                     PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-VISTORIA
           FONTE
           NRPROPOS
           NUM-APOLICE
           COD-EMPRESA-VIST
           PLACA
           CHASSI
           ENDERECO-VISTORIA
           DDD
           NUM-TELEFONE
           DT-SOLICITACAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0vistoria (NUM_VISTORIA, FONTE, NRPROPOS, NUM_APOLICE, COD_EMPRESA_VIST, PLACA, CHASSI, ENDERECO_VISTORIA, DDD, NUM_TELEFONE, DT_SOLICITACAO, DT_ENVIO, DT_VISTORIA, RESULTADO, DESCR_RESTRICAO, REF_FOTOS, SITUACAO, CODUSU, TIMESTAMP) SELECT :NUM-VISTORIA, :FONTE, :NRPROPOS, :NUM-APOLICE, V.COD_EMPRESA_VIST, :PLACA, :CHASSI, :ENDERECO-VISTORIA, :DDD, :NUM-TELEFONE, :DT-SOLICITACAO, NULL, NULL, NULL, NULL, NULL, '0', :CODUSU, current timestamp FROM seguros.v0vistoria_empresa V WHERE V.cod_empresa_vist = :COD-EMPRESA-VIST AND V.situacao = '1' AND NOT EXISTS (SELECT 1 FROM seguros.v0vistoria S WHERE S.fonte = :FONTE AND S.nrpropos = :NRPROPOS AND S.situacao IN ('0', '1', '2') AND COALESCE(S.resultado, 'A') <> 'R') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
