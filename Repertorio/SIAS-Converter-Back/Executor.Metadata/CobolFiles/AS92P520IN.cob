       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS92P520IN.
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
      *- CAIXA UNICA DE APROVACOES - CADASTRO DAS FILAS COM O PRAZO
      *- (SLA) EM HORAS - AUT CONCESSAO DE AUTORIZACAO (AS92P514IN),
      *- DES DESCONTO ACIMA DA ALCADA (AC74P006), ISE ISENCAO DE
      *- ACRESCIMO (CB4BP73), RES RESTITUICAO (BI16P077), TAX LIBERACAO
      *- DE CARGA DE TAXAS (AC30P014), DIS DISJUNTOR DO CANCELAMENTO
      *- (CB4BP77), CMP ANALISE COAF/LISTAS RESTRITIVAS, LIB MESA DE
      *- LIBERACAO (CB2GPFE), AJH AJUSTE MANUAL DO HISTORICO DE
      *- PARCELAS (CB2MP104)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  COD-FILA                           PIC X(254).
           77  DESCR-FILA                         PIC X(254).
           77  QTHORAS-SLA                        PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           COD-FILA
           DESCR-FILA
           QTHORAS-SLA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0aprov_fila (COD_FILA, DESCR_FILA, QTHORAS_SLA, SITUACAO, CODUSU, TIMESTAMP) SELECT :COD-FILA, :DESCR-FILA, :QTHORAS-SLA, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 WHERE :COD-FILA IN ('AUT', 'DES', 'ISE', 'RES', 'TAX', 'DIS', 'CMP', 'LIB', 'AJH') AND NOT EXISTS (SELECT 1 FROM seguros.v0aprov_fila F WHERE F.cod_fila = :COD-FILA) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
