       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P053.
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
      *- EFD-REINF - ATUALIZA A SITUACAO DO EVENTO - 1 ENVIADO NA
      *- TRANSMISSAO, 2 ACEITO COM O RECIBO OU 3 REJEITADO NO RETORNO
      *- (GRAVADO ANTES NO LOG POR AC76P052) - EVENTO REJEITADO E
      *- CORRIGIDO VOLTA A SITUACAO 0 PARA REENVIO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  TIPO-EVENTO                        PIC X(254).
           77  CGCCPF                             PIC X(254).
           77  NUM-SEQ                            PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  NRRECIBO                           PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           TIPO-EVENTO
           CGCCPF
           NUM-SEQ
           SITUACAO
           NRRECIBO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v0reinf_evento SET SITUACAO = :SITUACAO, NRRECIBO = :NRRECIBO, CODUSU = :CODUSU, TIMESTAMP = current timestamp WHERE ano_mes = :ANO-MES AND tipo_evento = :TIPO-EVENTO AND cgccpf = :CGCCPF AND num_seq = :NUM-SEQ END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
