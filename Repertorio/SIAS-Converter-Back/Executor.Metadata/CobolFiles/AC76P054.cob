       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P054.
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
      *- EFD-REINF - CONSULTA DO HISTORICO DE EVENTOS DO MES COM OS
      *- RECIBOS E OCORRENCIAS DEVOLVIDOS - CGCCPF EM BRANCO LISTA
      *- TODOS
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  CGCCPF                             PIC X(254).
           77  TIPO-EVENTO                        PIC X(254).
           77  NUM-SEQ                            PIC X(254).
           77  IND-RETIFICACAO                    PIC X(254).
           77  IND-FECHAMENTO                     PIC X(254).
           77  VLR-RENDIMENTO                     PIC X(254).
           77  VLR-IRRF                           PIC X(254).
           77  NRRECIBO-ANTERIOR                  PIC X(254).
           77  NRRECIBO                           PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  DT-PROCESSAMENTO                   PIC X(254).
           77  COD-RETORNO                        PIC X(254).
           77  DESCRICAO                          PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           CGCCPF
           TIPO-EVENTO
           NUM-SEQ
           IND-RETIFICACAO
           IND-FECHAMENTO
           VLR-RENDIMENTO
           VLR-IRRF
           NRRECIBO-ANTERIOR
           NRRECIBO
           SITUACAO
           DT-PROCESSAMENTO
           COD-RETORNO
           DESCRICAO.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT E.TIPO_EVENTO, E.CGCCPF, E.NUM_SEQ, E.IND_RETIFICACAO, E.IND_FECHAMENTO, E.VLR_RENDIMENTO, E.VLR_IRRF, E.NRRECIBO_ANTERIOR, E.NRRECIBO, E.SITUACAO, R.DT_PROCESSAMENTO, R.COD_RETORNO, R.DESCRICAO FROM seguros.v0reinf_evento E LEFT JOIN seguros.v0reinf_recibo R ON R.ano_mes = E.ano_mes AND R.tipo_evento = E.tipo_evento AND R.cgccpf = E.cgccpf AND R.num_seq = E.num_seq WHERE E.ano_mes = :ANO-MES AND (E.cgccpf = :CGCCPF OR :CGCCPF = ' ') ORDER BY E.TIPO_EVENTO, E.CGCCPF, E.NUM_SEQ, R.DT_PROCESSAMENTO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
