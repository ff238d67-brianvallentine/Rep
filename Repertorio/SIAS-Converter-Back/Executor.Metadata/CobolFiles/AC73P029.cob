       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC73P029.
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
      *- CUMULO DE CAPITAL POR VIDA - DECISAO DA OCORRENCIA - SITUACAO
      *- 1 ACEITO (COLOCADO OU APROVADO PELA SUBSCRICAO) OU 9 RECUSADO
      *- - GRAVA USUARIO E DATA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CPF                                PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  CODSUBES                           PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  COD-USUARIO-DECISAO                PIC X(254).
           77  DT-DECISAO                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CPF
           NUM-APOLICE
           NRENDOS
           CODSUBES
           SITUACAO
           COD-USUARIO-DECISAO
           DT-DECISAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cumulo_ocorrencia SET SITUACAO = :SITUACAO, COD_USUARIO_DECISAO = :COD-USUARIO-DECISAO, DT_DECISAO = :DT-DECISAO, TIMESTAMP = current timestamp WHERE cpf = :CPF AND num_apolice = :NUM-APOLICE AND nrendos = :NRENDOS AND codsubes = :CODSUBES AND situacao = '0' AND :SITUACAO IN ('1','9') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
