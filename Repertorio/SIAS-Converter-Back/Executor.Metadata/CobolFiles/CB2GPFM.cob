       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2GPFM.
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
      *- VISTORIA PREVIA - CARGA DO ARQUIVO DE RETORNO DA EMPRESA DE
      *- VISTORIA - RESULTADO A APROVADA, C APROVADA COM RESTRICAO (COM
      *- A DESCRICAO), R RECUSADA - DATA DA VISTORIA E REFERENCIA DAS
      *- FOTOS - SITUACAO 2 - SO A APROVADA (A OU C) LIBERA A EMISSAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-VISTORIA                       PIC X(254).
           77  RESULTADO                          PIC X(254).
           77  DT-VISTORIA                        PIC X(254).
           77  DESCR-RESTRICAO                    PIC X(254).
           77  REF-FOTOS                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-VISTORIA
           RESULTADO
           DT-VISTORIA
           DESCR-RESTRICAO
           REF-FOTOS.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0vistoria SET RESULTADO = :RESULTADO, DT_VISTORIA = :DT-VISTORIA, DESCR_RESTRICAO = :DESCR-RESTRICAO, REF_FOTOS = :REF-FOTOS, SITUACAO = '2', TIMESTAMP = current timestamp WHERE num_vistoria = :NUM-VISTORIA AND situacao = '1' AND :RESULTADO IN ('A', 'C', 'R') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
