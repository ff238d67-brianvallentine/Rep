       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P071.
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
      *- TROCA DE TITULARIDADE - RESULTADO DA TRIAGEM DO NOVO TITULAR
      *- NAS LISTAS DE SANCOES E PEP - CB51P041 PARA PESSOA FISICA OU
      *- CB51P068 PARA PESSOA JURIDICA - SEM OCORRENCIA GRAVAR 1
      *- APROVADA, COM OCORRENCIA GRAVAR 2 REPROVADA (QUE RECUSA O
      *- PEDIDO) OU 1 SOMENTE COM A DECISAO DE COMPLIANCE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SOLICITACAO                    PIC X(254).
           77  SIT-TRIAGEM                        PIC X(254).
           77  QTDE-OCORRENCIAS                   PIC X(254).
           77  CODUSU-TRIAGEM                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SOLICITACAO
           SIT-TRIAGEM
           QTDE-OCORRENCIAS
           CODUSU-TRIAGEM.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0troca_titular SET SIT_TRIAGEM = :SIT-TRIAGEM, QTDE_OCORRENCIAS = :QTDE-OCORRENCIAS, CODUSU_TRIAGEM = :CODUSU-TRIAGEM, SITUACAO = CASE WHEN :SIT-TRIAGEM = '2' THEN '9' ELSE SITUACAO END, TIMESTAMP = current timestamp WHERE num_solicitacao = :NUM-SOLICITACAO AND situacao IN ('0', '1') AND :SIT-TRIAGEM IN ('1', '2') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
