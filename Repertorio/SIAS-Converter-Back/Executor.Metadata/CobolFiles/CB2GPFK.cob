       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFK.
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
      *- VISTORIA PREVIA - ARQUIVO DIARIO DE SOLICITACOES PARA A
      *- EMPRESA DE VISTORIA - UMA LINHA POR SOLICITACAO AINDA NAO
      *- ENVIADA - DEPOIS DE GERADO O ARQUIVO MARCAR POR CB2GPFL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  COD-EMPRESA-VIST                   PIC X(254).
           77  NUM-VISTORIA                       PIC X(254).
           77  FONTE                              PIC X(254).
           77  NRPROPOS                           PIC X(254).
           77  LINHA                              PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           COD-EMPRESA-VIST
           NUM-VISTORIA
           FONTE
           NRPROPOS
           LINHA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT S.NUM_VISTORIA, S.FONTE, S.NRPROPOS, (DIGITS(DEC(S.NUM_VISTORIA, 9, 0)) || DIGITS(DEC(S.FONTE, 4, 0)) || DIGITS(DEC(S.NRPROPOS, 9, 0)) || SUBSTR(COALESCE(S.PLACA, '') || REPEAT(' ', 7), 1, 7) || SUBSTR(COALESCE(S.CHASSI, '') || REPEAT(' ', 17), 1, 17) || SUBSTR(COALESCE(S.ENDERECO_VISTORIA, '') || REPEAT(' ', 60), 1, 60) || DIGITS(DEC(COALESCE(S.DDD, 0), 3, 0)) || DIGITS(DEC(COALESCE(S.NUM_TELEFONE, 0), 9, 0)) || CHAR(S.DT_SOLICITACAO, ISO)) AS LINHA FROM seguros.v0vistoria S WHERE S.cod_empresa_vist = :COD-EMPRESA-VIST AND S.situacao = '0' ORDER BY S.NUM_VISTORIA END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
