       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC07P49.
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
      *- COSSEGURO CEDIDO - RELATORIO DIARIO DE CONTROLE DA
      *- DISTRIBUICAO - POR ENDOSSO DISTRIBUIDO NA DATA, PARCELA CEDIDA
      *- DO PREMIO EMITIDO (PCTCED), SOMA DAS COTAS DAS CONGENERES E
      *- DIFERENCA DE ARREDONDAMENTO DA LIDER - IND_DIVERGENCIA S
      *- QUANDO A DIFERENCA PASSA DE 1 CENTAVO POR CONGENERE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DTMOVTO-AC                         PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  QTDE-CONGENERES                    PIC X(254).
           77  VLPREMIO-CEDIDO                    PIC X(254).
           77  VLPREMIO-COTAS                     PIC X(254).
           77  VLR-DIF-LIDER                      PIC X(254).
           77  IND-DIVERGENCIA                    PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DTMOVTO-AC
           NUM-APOLICE
           NRENDOS
           QTDE-CONGENERES
           VLPREMIO-CEDIDO
           VLPREMIO-COTAS
           VLR-DIF-LIDER
           IND-DIVERGENCIA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT X.NUM_APOLICE, X.NRENDOS, X.QTDE_CONGENERES, Y.VLPREMIO_CEDIDO, X.VLPREMIO_COTAS, (Y.VLPREMIO_CEDIDO - X.VLPREMIO_COTAS) AS VLR_DIF_LIDER, CASE WHEN ABS(Y.VLPREMIO_CEDIDO - X.VLPREMIO_COTAS) > X.QTDE_CONGENERES * 0.01 THEN 'S' ELSE 'N' END AS IND_DIVERGENCIA FROM (SELECT D.NUM_APOLICE, D.NRENDOS, COUNT(*) AS QTDE_CONGENERES, SUM(D.VLPREMIO) AS VLPREMIO_COTAS FROM seguros.v0cosced_distrib D WHERE D.dtmovto_ac = :DTMOVTO-AC GROUP BY D.NUM_APOLICE, D.NRENDOS) X, (SELECT H.NUM_APOLICE, H.NRENDOS, SUM(H.VLPREMIO * A.PCTCED / 100) AS VLPREMIO_CEDIDO FROM seguros.v0histoparc H, seguros.v1apolice A WHERE (H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND A.num_apolice = H.num_apolice AND EXISTS (SELECT 1 FROM seguros.v0cosced_distrib D WHERE D.num_apolice = H.num_apolice AND D.nrendos = H.nrendos AND D.dtmovto_ac = :DTMOVTO-AC) GROUP BY H.NUM_APOLICE, H.NRENDOS) Y WHERE Y.num_apolice = X.num_apolice AND Y.nrendos = X.nrendos ORDER BY IND_DIVERGENCIA DESC, X.NUM_APOLICE, X.NRENDOS END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
