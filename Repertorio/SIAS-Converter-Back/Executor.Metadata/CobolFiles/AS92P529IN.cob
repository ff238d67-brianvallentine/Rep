       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS92P529IN.
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
      *- ACESSO DE EMERGENCIA - CONCEDE EM V0AUTORIZA OS ITENS
      *- RELACIONADOS POR AS92P528IN, COM FIM DE VIGENCIA NA DATA DO
      *- TERMINO - A REVOGACAO POR HORA E FEITA POR
      *- AS91P641DL/AS91P642DL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-ACESSO                         PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-ACESSO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0autoriza (CODSIS, SUBSIS, CODGRU, SUBGRU, CODITE, SUBITE, CODUSU, DT_FIM_VIGENCIA, DTHR_CONCESSAO) SELECT I.CODSIS, I.SUBSIS, I.CODGRU, I.SUBGRU, I.CODITE, I.SUBITE, I.CODUSU, DATE(X.DTHR_FIM), current timestamp FROM seguros.v0acesso_emerg_item I, seguros.v0acesso_emerg X WHERE X.num_acesso = :NUM-ACESSO AND I.num_acesso = X.num_acesso AND X.situacao = 'A' AND X.dthr_fim > current timestamp END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
