       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB2QP06B.
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
      *- PAGAMENTO EM DUPLICIDADE - REGISTRA A DUPLICIDADE DETECTADA
      *- POR CB2QP06A COM O DESTINO DO CREDITO PELA PREFERENCIA DO
      *- CLIENTE (CB2QP06C - SEM PREFERENCIA APLICA NA PROXIMA PARCELA)
      *- - A MESMA PARCELA NAO E REGISTRADA DUAS VEZES - ZERO LINHAS
      *- GRAVADAS NAO GERA NOTA DE CREDITO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  NRPARCEL                           PIC X(254).
           77  CODCLIEN                           PIC X(254).
           77  DTMOVTO                            PIC X(254).
           77  QTDE-PAGTOS                        PIC X(254).
           77  CANAL-1                            PIC X(254).
           77  CANAL-2                            PIC X(254).
           77  VLR-EXCESSO                        PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           NRPARCEL
           CODCLIEN
           DTMOVTO
           QTDE-PAGTOS
           CANAL-1
           CANAL-2
           VLR-EXCESSO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0pagto_duplicado (NUM_APOLICE, NRENDOS, NRPARCEL, CODCLIEN, DTMOVTO, QTDE_PAGTOS, CANAL_1, CANAL_2, VLR_EXCESSO, IND_DESTINO, SITUACAO, CODUSU, TIMESTAMP) SELECT :NUM-APOLICE, :NRENDOS, :NRPARCEL, :CODCLIEN, :DTMOVTO, :QTDE-PAGTOS, :CANAL-1, :CANAL-2, :VLR-EXCESSO, COALESCE((SELECT C.IND_DESTINO FROM seguros.v0cliente_pref_credito C WHERE C.codclien = :CODCLIEN AND C.situacao = '1' ORDER BY C.TIMESTAMP DESC FETCH FIRST 1 ROW ONLY), 'A'), '0', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE NOT EXISTS (SELECT 1 FROM seguros.v0pagto_duplicado D WHERE D.num_apolice = :NUM-APOLICE AND D.nrendos = :NRENDOS AND D.nrparcel = :NRPARCEL) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
