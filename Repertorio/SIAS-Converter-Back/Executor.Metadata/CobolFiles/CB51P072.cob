       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P072.
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
      *- TROCA DE TITULARIDADE - GERA O ENDOSSO DE TROCA (TIPO_ENDOSSO
      *- T) A PARTIR DO ENDOSSO DE ORIGEM COM O CODCLIEN DO NOVO
      *- TITULAR E O ENDERECO INFORMADO - O ENDOSSO ENTRA NA MESA DE
      *- LIBERACAO E SO E LIBERADO (CB2GPFE/CB2GPFF) COM A TRIAGEM
      *- APROVADA - EM SEGUIDA EXECUTAR CB51P073
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SOLICITACAO                    PIC X(254).
           77  NRENDOS-TROCA                      PIC X(254).
           77  OCORR-ENDERECO                     PIC X(254).
           77  DTMOVABE                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SOLICITACAO
           NRENDOS-TROCA
           OCORR-ENDERECO
           DTMOVABE
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v1endosso (NUM_APOLICE, NRENDOS, CODCLIEN, FONTE, NRPROPOS, DTEMIS, DTINIVIG, DTTERVIG, TIPO_ENDOSSO, OCORR_ENDERECO, COD_USUARIO, SITUACAO, COD_EMPRESA, TIMESTAMP) SELECT E.NUM_APOLICE, :NRENDOS-TROCA, T.CODCLIEN_NOVO, E.FONTE, E.NRPROPOS, :DTMOVABE, T.DT_EFETIVACAO, E.DTTERVIG, 'T', :OCORR-ENDERECO, :CODUSU, '0', E.COD_EMPRESA, current timestamp FROM seguros.v0troca_titular T, seguros.v1endosso E WHERE T.num_solicitacao = :NUM-SOLICITACAO AND T.situacao = '0' AND E.num_apolice = T.num_apolice AND E.nrendos = T.nrendos_orig END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
