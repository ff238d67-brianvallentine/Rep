       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP98.
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
      *- SUBSCRICAO DA PROPOSTA - RECUSAS A PROCESSAR (COBERTURA
      *- PROVISORIA AINDA ABERTA) COM O RCAP E O PREMIO JA PAGOS E A
      *- CONTA DA PROPOSTA - PARA CADA LINHA EMITIR A CARTA DE RECUSA
      *- (CB51P051 COM TIPO_DOCUMENTO CARTA RECUSA), GRAVAR A DEVOLUCAO
      *- POR BI16P064 COM ORIGEM R QUANDO VLR_DEVOLUCAO > 0 E ENCERRAR
      *- A COBERTURA POR CB4BP99
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVABE                           PIC X(254).
           77  FONTE                              PIC X(254).
           77  NRPROPOS                           PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  DT-DECISAO                         PIC X(254).
           77  MOTIVO                             PIC X(254).
           77  VLR-RCAP                           PIC X(254).
           77  PREMIO-TOTAL-PAGO                  PIC X(254).
           77  VLR-DEVOLUCAO                      PIC X(254).
           77  COD-AGENCIA-DEB                    PIC X(254).
           77  OPER-CONTA-DEB                     PIC X(254).
           77  NUM-CONTA-DEB                      PIC X(254).
           77  DIG-CONTA-DEB                      PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVABE
           FONTE
           NRPROPOS
           NUM-APOLICE
           DT-DECISAO
           MOTIVO
           VLR-RCAP
           PREMIO-TOTAL-PAGO
           VLR-DEVOLUCAO
           COD-AGENCIA-DEB
           OPER-CONTA-DEB
           NUM-CONTA-DEB
           DIG-CONTA-DEB.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT S.FONTE, S.NRPROPOS, S.NUM_APOLICE, S.DT_DECISAO, S.MOTIVO, S.VLR_RCAP, V.PREMIO_TOTAL_PAGO, (S.VLR_RCAP + COALESCE(V.PREMIO_TOTAL_PAGO, 0)) AS VLR_DEVOLUCAO, P.COD_AGENCIA_DEB, P.OPER_CONTA_DEB, P.NUM_CONTA_DEB, P.DIG_CONTA_DEB FROM seguros.v0subscricao_prop S JOIN seguros.cb_apolice_vigprop V ON V.num_apolice = S.num_apolice LEFT JOIN seguros.v0propcob P ON P.fonte = S.fonte AND P.nrpropos = S.nrpropos WHERE S.situacao = '3' AND S.dt_decisao <= :DTMOVABE AND V.data_cancelamento IS NULL ORDER BY S.DT_DECISAO, S.NRPROPOS END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
