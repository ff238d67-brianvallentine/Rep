       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P077.
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
      *- TROCA DE TITULARIDADE - EFETIVA O PEDIDO (SITUACAO 2) COM A
      *- DATA DA CARTA DE CONFIRMACAO ENVIADA AO NOVO TITULAR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SOLICITACAO                    PIC X(254).
           77  DT-CARTA                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SOLICITACAO
           DT-CARTA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0troca_titular SET DT_CARTA = :DT-CARTA, SITUACAO = '2', TIMESTAMP = current timestamp WHERE num_solicitacao = :NUM-SOLICITACAO AND situacao = '1' AND sit_triagem = '1' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
