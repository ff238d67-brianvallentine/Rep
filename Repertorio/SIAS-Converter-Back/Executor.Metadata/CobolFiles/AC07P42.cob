       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P42.
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
      *- LIMITE DE EXPOSICAO POR CONTRAPARTE - CONSULTA A CONTRAPARTE
      *- COM RATING, CLASSE, LIMITE DA FAIXA E A EVOLUCAO DA EXPOSICAO
      *- NAS POSICOES MENSAIS GRAVADAS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CNPJ                               PIC X(254).
           77  RAZAO-SOCIAL                       PIC X(254).
           77  TIPO-CONTRAPARTE                   PIC X(254).
           77  RATING                             PIC X(254).
           77  CLASSE-RESSEG                      PIC X(254).
           77  DT-RATING                          PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  ANO-MES                            PIC X(254).
           77  VLR-EXPOSICAO                      PIC X(254).
           77  VLR-LIMITE                         PIC X(254).
           77  IND-EXCESSO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CNPJ
           RAZAO-SOCIAL
           TIPO-CONTRAPARTE
           RATING
           CLASSE-RESSEG
           DT-RATING
           SITUACAO
           ANO-MES
           VLR-EXPOSICAO
           VLR-LIMITE
           IND-EXCESSO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT P.CNPJ, P.RAZAO_SOCIAL, P.TIPO_CONTRAPARTE, P.RATING, P.CLASSE_RESSEG, P.DT_RATING, P.SITUACAO, E.ANO_MES, E.VLR_EXPOSICAO, E.VLR_LIMITE, E.IND_EXCESSO FROM seguros.v0contraparte P LEFT JOIN seguros.v0contraparte_expos E ON E.cnpj = P.cnpj WHERE P.cnpj = :CNPJ ORDER BY E.ANO_MES DESC END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
