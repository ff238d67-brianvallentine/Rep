       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS83P63.
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
      *- INTEGRACAO RH - ABRE UMA RECERTIFICACAO DIRIGIDA (TIPO D) POR
      *- USUARIO TRANSFERIDO NO MOVIMENTO, PARA O NOVO GESTOR ATESTAR
      *- OU REVOGAR O ACESSO ATUAL - EXECUTAR APOS AS83P62 - DECISAO EM
      *- AS83P49, PENDENCIAS NO ENCERRAMENTO EM AS83P50
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-MOVIMENTO                       PIC X(254).
           77  QTDIAS-PRAZO                       PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-MOVIMENTO
           QTDIAS-PRAZO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0recert_campanha (NUM_CAMPANHA, DT_ABERTURA, DT_LIMITE, SITUACAO, CODUSU, TIMESTAMP, TIPO_CAMPANHA, CODUSU_ALVO, CODUSU_GESTOR) SELECT (SELECT COALESCE(MAX(C.NUM_CAMPANHA), 0) FROM seguros.v0recert_campanha C) + ROW_NUMBER() OVER (ORDER BY U.CODUSU), :DT-MOVIMENTO, :DT-MOVIMENTO + :QTDIAS-PRAZO DAYS, '0', :CODUSU, current timestamp, 'D', U.CODUSU, U.CODUSU_GESTOR FROM seguros.v1usuarios U WHERE U.situacao = '1' AND EXISTS (SELECT 1 FROM seguros.v0rh_movimento M WHERE M.dt_movimento = :DT-MOVIMENTO AND M.situacao = '0' AND M.tipo_movto = 'T' AND M.codusu = U.codusu) AND EXISTS (SELECT 1 FROM seguros.v0autoriza A WHERE A.codusu = U.codusu) AND NOT EXISTS (SELECT 1 FROM seguros.v0recert_campanha C WHERE C.tipo_campanha = 'D' AND C.codusu_alvo = U.codusu AND C.situacao = '0') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
