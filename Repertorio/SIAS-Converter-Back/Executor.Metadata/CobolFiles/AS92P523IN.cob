       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS92P523IN.
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
      *- CAIXA UNICA DE APROVACOES - ENCERRA A DELEGACAO ANTES DO FIM
      *- DO PERIODO (RETORNO ANTECIPADO DO TITULAR)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  SEQ-DELEGACAO                      PIC X(254).
           77  DTMOVABE                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           SEQ-DELEGACAO
           DTMOVABE
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0aprov_delegacao SET DT_FIM = CASE WHEN DATE(:DTMOVABE) - 1 DAY < DT_INICIO THEN DT_INICIO ELSE DATE(:DTMOVABE) - 1 DAY END, SITUACAO = '2', CODUSU_CADASTRO = :CODUSU, TIMESTAMP = current timestamp WHERE seq_delegacao = :SEQ-DELEGACAO AND situacao = '1' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
