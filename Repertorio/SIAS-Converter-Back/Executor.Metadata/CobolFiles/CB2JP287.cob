       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2JP287.
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
      *- FALLBACK DE COBRANCA - REGRA POR PRODUTO (CODPRODU) PARA TIRAR
      *- A PARCELA DO DEBITO CEF QUE CONTINUA FALHANDO -
      *- QTDE_FALHAS_MAX DEBITOS RECUSADOS DA PARCELA OU CODIGO DE
      *- RETORNO DA LISTA DO PRODUTO (CB2JP288) - TIPO_COBRANCA_NOVO B
      *- BOLETO OU P PIX COM VENCIMENTO EM QTDIAS_VENCTO DIAS NO
      *- PROXIMO DIA UTIL
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODPRODU                           PIC X(254).
           77  QTDE-FALHAS-MAX                    PIC X(254).
           77  TIPO-COBRANCA-NOVO                 PIC X(254).
           77  QTDIAS-VENCTO                      PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODPRODU
           QTDE-FALHAS-MAX
           TIPO-COBRANCA-NOVO
           QTDIAS-VENCTO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cobr_fallback_param (CODPRODU, QTDE_FALHAS_MAX, TIPO_COBRANCA_NOVO, QTDIAS_VENCTO, SITUACAO, CODUSU, TIMESTAMP) SELECT :CODPRODU, :QTDE-FALHAS-MAX, :TIPO-COBRANCA-NOVO, :QTDIAS-VENCTO, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :TIPO-COBRANCA-NOVO IN ('B', 'P') AND NOT EXISTS (SELECT 1 FROM seguros.v0cobr_fallback_param F WHERE F.codprodu = :CODPRODU AND F.situacao = '1') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
