       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP90.
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
      *- CANCELAMENTO A PEDIDO DO CLIENTE - ENCERRA A SOLICITACAO -
      *- RESULTADO R RETIDA (A OFERTA ACEITA SEGUE PELO ENDOSSO
      *- PROPRIO) OU C CANCELADA - NO CANCELAMENTO INFORMAR O ENDOSSO
      *- GERADO E SEGUIR O MESMO CAMINHO DO CANCELAMENTO AUTOMATICO:
      *- CB4BP46 (ENDOSSO), CB4BP47 (APOLICE), CB4BP48 (PARCELAS),
      *- CB4BP69/CB4BP70 (RESTITUICAO) E AC76P028 (ESTORNO DA COMISSAO)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SOLICITACAO                    PIC X(254).
           77  RESULTADO                          PIC X(254).
           77  NRENDOS-CANCEL                     PIC X(254).
           77  DT-ENCERRAMENTO                    PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SOLICITACAO
           RESULTADO
           NRENDOS-CANCEL
           DT-ENCERRAMENTO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0cancel_solic SET RESULTADO = :RESULTADO, NRENDOS_CANCEL = CASE WHEN :RESULTADO = 'C' THEN :NRENDOS-CANCEL ELSE NULL END, DT_ENCERRAMENTO = :DT-ENCERRAMENTO, SITUACAO = '2', CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE num_solicitacao = :NUM-SOLICITACAO AND situacao IN ('0', '1') AND :RESULTADO IN ('R', 'C') END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
