       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP288.
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
      *- FALLBACK DE COBRANCA - CODIGO DE RETORNO CEF QUE DISPARA O
      *- FALLBACK DO PRODUTO NA PRIMEIRA RECUSA (CONTA ENCERRADA,
      *- MANDATO CANCELADO E SEMELHANTES) SEM ESPERAR QTDE_FALHAS_MAX
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODPRODU                           PIC X(254).
           77  COD-RETORNO-CEF                    PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODPRODU
           COD-RETORNO-CEF
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cobr_fallback_cod (CODPRODU, COD_RETORNO_CEF, CODUSU, TIMESTAMP) SELECT :CODPRODU, C.COD_RETORNO_CEF, :CODUSU, current timestamp FROM seguros.v0cdretornocef C WHERE C.cod_retorno_cef = :COD-RETORNO-CEF AND NOT EXISTS (SELECT 1 FROM seguros.v0cobr_fallback_cod F WHERE F.codprodu = :CODPRODU AND F.cod_retorno_cef = :COD-RETORNO-CEF) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
