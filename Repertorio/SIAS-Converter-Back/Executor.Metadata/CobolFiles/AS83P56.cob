       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P56.
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
      *- INTEGRACAO RH - CARGA DIARIA DO MOVIMENTO DE PESSOAL POR
      *- CHPFUN - TIPO D DEMISSAO, A AFASTAMENTO, T TRANSFERENCIA OU
      *- MUDANCA DE DEPTO/CENCUS/CODCARGO (COM O CHPFUN DO NOVO GESTOR)
      *- - SITUACAO 0 A PROCESSAR, 1 PROCESSADO, 9 SEM USUARIO
      *- CORRESPONDENTE
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
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0rh_movimento (DT_MOVIMENTO, NUM_SEQ, CHPFUN, TIPO_MOVTO, DT_EVENTO, DEPTO, CENCUS, CODCARGO, CHPFUN_GESTOR, CODUSU, SITUACAO, TIMESTAMP) SELECT :DT-MOVIMENTO, :NUM-SEQ, :CHPFUN, :TIPO-MOVTO, :DT-EVENTO, :DEPTO, :CENCUS, :CODCARGO, :CHPFUN-GESTOR, NULL, '0', current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :TIPO-MOVTO IN ('D', 'A', 'T') AND NOT EXISTS (SELECT 1 FROM seguros.v0rh_movimento M WHERE M.dt_movimento = :DT-MOVIMENTO AND M.num_seq = :NUM-SEQ) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
