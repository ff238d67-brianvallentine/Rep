       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P52.
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
      *- REGISTRO DE OPERACOES SUSEP (SRO) - ARQUIVO DE REMESSA A
      *- REGISTRADORA - REGISTROS A ENVIAR NO LAYOUT FIXO: ID(12)
      *- TIPO(2) APOLICE(13) ENDOSSO(9) ITEM(9) COBERTURA(5) PARCELA(4)
      *- OCORRENCIA(5) DATA DO EVENTO(10 AAAA-MM-DD) SINAL(1) VALOR EM
      *- CENTAVOS(15) - DEPOIS DE GERADO MARCAR O LOTE POR AC07P53
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO                            PIC X(254).
           77  ID-REGISTRO                        PIC X(254).
           77  TIPO-REGISTRO                      PIC X(254).
           77  LINHA                              PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO
           ID-REGISTRO
           TIPO-REGISTRO
           LINHA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT R.ID_REGISTRO, R.TIPO_REGISTRO, (DIGITS(DEC(R.ID_REGISTRO, 12, 0)) || R.TIPO_REGISTRO || DIGITS(DEC(R.NUM_APOLICE, 13, 0)) || DIGITS(DEC(R.NRENDOS, 9, 0)) || DIGITS(DEC(R.NUM_ITEM, 9, 0)) || DIGITS(DEC(R.COD_COBERTURA, 5, 0)) || DIGITS(DEC(R.NRPARCEL, 4, 0)) || DIGITS(DEC(R.OCORHIST, 5, 0)) || CHAR(R.DT_EVENTO, ISO) || CASE WHEN R.VLR_REGISTRO < 0 THEN '-' ELSE '+' END || DIGITS(DEC(ABS(R.VLR_REGISTRO) * 100, 15, 0))) AS LINHA FROM seguros.v0sro_registro R WHERE R.situacao = '0' AND R.dt_evento <= :DTMOVTO ORDER BY R.ID_REGISTRO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
