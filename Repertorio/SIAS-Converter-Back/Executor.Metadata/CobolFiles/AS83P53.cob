       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P53.
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
      *- ACESSO DE EMERGENCIA - LISTA DE REVISAO OBRIGATORIA DA MANHA -
      *- ACESSOS EXPIRADOS SEM AS DUAS ASSINATURAS, COM INCIDENTE,
      *- MOTIVO E QUANTIDADE DE TRANSACOES EXECUTADAS - TIPO-REVISOR G
      *- LISTA OS DO GESTOR INFORMADO, S LISTA TODOS PARA A SEGURANCA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  TIPO-REVISOR                       PIC X(254).
           77  CODUSU-REVISOR                     PIC X(254).
           77  NUM-ACESSO                         PIC X(254).
           77  CODUSU                             PIC X(254).
           77  CODUSU-GESTOR                      PIC X(254).
           77  CODSIS                             PIC X(254).
           77  SUBSIS                             PIC X(254).
           77  CODGRU                             PIC X(254).
           77  SUBGRU                             PIC X(254).
           77  CODITE                             PIC X(254).
           77  SUBITE                             PIC X(254).
           77  DTHR-INICIO                        PIC X(254).
           77  DTHR-FIM                           PIC X(254).
           77  REF-INCIDENTE                      PIC X(254).
           77  MOTIVO                             PIC X(254).
           77  CODUSU-CONCEDENTE                  PIC X(254).
           77  QTDE-TRANSACOES                    PIC X(254).
           77  CODUSU-REV-GESTOR                  PIC X(254).
           77  CODUSU-REV-SEGURANCA               PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           TIPO-REVISOR
           CODUSU-REVISOR
           NUM-ACESSO
           CODUSU
           CODUSU-GESTOR
           CODSIS
           SUBSIS
           CODGRU
           SUBGRU
           CODITE
           SUBITE
           DTHR-INICIO
           DTHR-FIM
           REF-INCIDENTE
           MOTIVO
           CODUSU-CONCEDENTE
           QTDE-TRANSACOES
           CODUSU-REV-GESTOR
           CODUSU-REV-SEGURANCA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.NUM_ACESSO, X.CODUSU, X.CODUSU_GESTOR, X.CODSIS, X.SUBSIS, X.CODGRU, X.SUBGRU, X.CODITE, X.SUBITE, X.DTHR_INICIO, X.DTHR_FIM, X.REF_INCIDENTE, X.MOTIVO, X.CODUSU_CONCEDENTE, (SELECT COUNT(*) FROM seguros.v0acesso_emerg_log L WHERE L.num_acesso = X.num_acesso) AS QTDE_TRANSACOES, X.CODUSU_REV_GESTOR, X.CODUSU_REV_SEGURANCA FROM seguros.v0acesso_emerg X WHERE X.situacao = 'E' AND ((:TIPO-REVISOR = 'G' AND X.codusu_gestor = :CODUSU-REVISOR AND X.codusu_rev_gestor IS NULL) OR (:TIPO-REVISOR = 'S' AND X.codusu_rev_seguranca IS NULL)) ORDER BY X.DTHR_FIM END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
