       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2MP098.
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
      *- CONCILIACAO PREMIOS A RECEBER X RAZAO - TOTAL DO MES PARA A
      *- FOLHA DE FECHAMENTO DIARIO - GRAVAR POR CB2GPB6 COM
      *- NOME_CONTROLE DO RETORNO, VLR_ESPERADO = RAZAO E VLR_APURADO =
      *- SUBRAZAO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  VLR-ESPERADO                       PIC X(254).
           77  VLR-APURADO                        PIC X(254).
           77  VLR-NAO-EXPLICADO                  PIC X(254).
           77  NOME-CONTROLE                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           VLR-ESPERADO
           VLR-APURADO
           VLR-NAO-EXPLICADO
           NOME-CONTROLE.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT SUM(VLR_RAZAO) AS VLR_ESPERADO, SUM(VLR_SUBRAZAO) AS VLR_APURADO, SUM(VLR_NAO_EXPLICADO) AS VLR_NAO_EXPLICADO, 'PREMIOS A RECEBER X RAZAO' AS NOME_CONTROLE FROM seguros.v0conc_receber WHERE ano_mes = :ANO-MES HAVING COUNT(*) > 0 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
