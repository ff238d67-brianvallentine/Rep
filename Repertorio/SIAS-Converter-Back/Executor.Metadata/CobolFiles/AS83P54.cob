       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P54.
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
      *- ACESSO DE EMERGENCIA - ASSINATURA DA REVISAO - G PELO GESTOR
      *- DO USUARIO, S PELA SEGURANCA (NUNCA O PROPRIO USUARIO) - COM
      *- AS DUAS ASSINATURAS O USO DE EMERGENCIA E ENCERRADO (SITUACAO
      *- R)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-ACESSO                         PIC X(254).
           77  TIPO-REVISOR                       PIC X(254).
           77  CODUSU-REVISOR                     PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-ACESSO
           TIPO-REVISOR
           CODUSU-REVISOR.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0acesso_emerg SET CODUSU_REV_GESTOR = CASE WHEN :TIPO-REVISOR = 'G' THEN :CODUSU-REVISOR ELSE CODUSU_REV_GESTOR END, DTHR_REV_GESTOR = CASE WHEN :TIPO-REVISOR = 'G' THEN current timestamp ELSE DTHR_REV_GESTOR END, CODUSU_REV_SEGURANCA = CASE WHEN :TIPO-REVISOR = 'S' THEN :CODUSU-REVISOR ELSE CODUSU_REV_SEGURANCA END, DTHR_REV_SEGURANCA = CASE WHEN :TIPO-REVISOR = 'S' THEN current timestamp ELSE DTHR_REV_SEGURANCA END, SITUACAO = CASE WHEN (:TIPO-REVISOR = 'G' AND CODUSU_REV_SEGURANCA IS NOT NULL) OR (:TIPO-REVISOR = 'S' AND CODUSU_REV_GESTOR IS NOT NULL) THEN 'R' ELSE SITUACAO END WHERE num_acesso = :NUM-ACESSO AND situacao = 'E' AND codusu <> :CODUSU-REVISOR AND ((:TIPO-REVISOR = 'G' AND codusu_gestor = :CODUSU-REVISOR AND codusu_rev_gestor IS NULL) OR (:TIPO-REVISOR = 'S' AND codusu_rev_seguranca IS NULL)) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
