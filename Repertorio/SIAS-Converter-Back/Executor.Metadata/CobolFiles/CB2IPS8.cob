       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2IPS8.
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
      *- LEDGER DE SINISTRO - ENCERRA O AVISO APOS PAGAMENTO FINAL OU
      *- MOVIMENTO DE ENCERRAMENTO - SO ENCERRA COM SALDO DE RESERVA
      *- ZERADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SINISTRO                       PIC X(254).
           77  DT-ENCERRAMENTO                    PIC X(254).
           77  COD-USUARIO                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SINISTRO
           DT-ENCERRAMENTO
           COD-USUARIO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0sinistro_aviso S SET SITUACAO = '1', DT_ENCERRAMENTO = :DT-ENCERRAMENTO, COD_USUARIO_DECISAO = :COD-USUARIO, TIMESTAMP = current timestamp WHERE S.num_sinistro = :NUM-SINISTRO AND S.situacao = '0' AND EXISTS (SELECT 1 FROM seguros.v0sinistro_movto M WHERE M.num_sinistro = S.num_sinistro AND M.tipo_movto IN ('4','5')) AND COALESCE((SELECT SUM(CASE WHEN M.TIPO_MOVTO IN ('1','2') THEN M.VLR_MOVTO WHEN M.TIPO_MOVTO IN ('3','4','5') THEN 0 - M.VLR_MOVTO ELSE 0 END) FROM seguros.v0sinistro_movto M WHERE M.num_sinistro = S.num_sinistro),0) = 0 END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
