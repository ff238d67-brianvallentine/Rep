       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P58.
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
      *- INTEGRACAO RH - RELATORIO DOS REGISTROS DO MOVIMENTO SEM
      *- USUARIO CORRESPONDENTE NO CADASTRO (SITUACAO 9) PARA A
      *- SEGURANCA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-MOVIMENTO                       PIC X(254).
           77  NUM-SEQ                            PIC X(254).
           77  CHPFUN                             PIC X(254).
           77  TIPO-MOVTO                         PIC X(254).
           77  DT-EVENTO                          PIC X(254).
           77  DEPTO                              PIC X(254).
           77  CENCUS                             PIC X(254).
           77  CODCARGO                           PIC X(254).
           77  CHPFUN-GESTOR                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-MOVIMENTO
           NUM-SEQ
           CHPFUN
           TIPO-MOVTO
           DT-EVENTO
           DEPTO
           CENCUS
           CODCARGO
           CHPFUN-GESTOR.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT M.DT_MOVIMENTO, M.NUM_SEQ, M.CHPFUN, M.TIPO_MOVTO, M.DT_EVENTO, M.DEPTO, M.CENCUS, M.CODCARGO, M.CHPFUN_GESTOR FROM seguros.v0rh_movimento M WHERE M.dt_movimento = :DT-MOVIMENTO AND M.situacao = '9' ORDER BY M.NUM_SEQ END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
