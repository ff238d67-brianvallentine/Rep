       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P41.
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
      *- LIMITE DE EXPOSICAO POR CONTRAPARTE - LISTA DE EXCECOES PARA O
      *- COMITE DE RISCOS - CONTRAPARTES ACIMA DO LIMITE NA POSICAO
      *- MENSAL, COM O EXCESSO E O PERCENTUAL DE UTILIZACAO, DO MAIOR
      *- EXCESSO PARA O MENOR
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  CNPJ                               PIC X(254).
           77  RAZAO-SOCIAL                       PIC X(254).
           77  TIPO-CONTRAPARTE                   PIC X(254).
           77  RATING                             PIC X(254).
           77  CLASSE-RESSEG                      PIC X(254).
           77  VLR-RECUPERACAO                    PIC X(254).
           77  VLR-FACULTATIVO                    PIC X(254).
           77  VLR-COSCED                         PIC X(254).
           77  VLR-COSSEGACE                      PIC X(254).
           77  VLR-EXPOSICAO                      PIC X(254).
           77  VLR-LIMITE                         PIC X(254).
           77  VLR-EXCESSO                        PIC X(254).
           77  PCT-UTILIZACAO                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           CNPJ
           RAZAO-SOCIAL
           TIPO-CONTRAPARTE
           RATING
           CLASSE-RESSEG
           VLR-RECUPERACAO
           VLR-FACULTATIVO
           VLR-COSCED
           VLR-COSSEGACE
           VLR-EXPOSICAO
           VLR-LIMITE
           VLR-EXCESSO
           PCT-UTILIZACAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT CNPJ, RAZAO_SOCIAL, TIPO_CONTRAPARTE, RATING, CLASSE_RESSEG, VLR_RECUPERACAO, VLR_FACULTATIVO, VLR_COSCED, VLR_COSSEGACE, VLR_EXPOSICAO, VLR_LIMITE, (VLR_EXPOSICAO - VLR_LIMITE) AS VLR_EXCESSO, CASE WHEN VLR_LIMITE > 0 THEN (VLR_EXPOSICAO * 100 / VLR_LIMITE) ELSE 0 END AS PCT_UTILIZACAO FROM seguros.v0contraparte_expos WHERE ano_mes = :ANO-MES AND ind_excesso = 'S' ORDER BY VLR_EXCESSO DESC END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
