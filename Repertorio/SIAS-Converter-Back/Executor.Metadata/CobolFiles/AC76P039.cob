       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC76P039.
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
      *- OVERRIDING DA HIERARQUIA DE PRODUCAO - TOTAL A PAGAR POR
      *- BENEFICIARIO NO MES - SEGUE A MESMA RETENCAO E REMESSA DA
      *- COMISSAO: DADOS FISCAIS AC76P013, IMPOSTOS AC76P014 E ORDEM DE
      *- PAGAMENTO AC76P010 COM O CODSUBES DEVOLVIDO (9999, RESERVADO
      *- AO OVERRIDING PARA NAO COLIDIR COM A LIQUIDACAO DA COMISSAO DO
      *- MES NA NFS-E AC76P042 E NA REMESSA AC76P012/AC76P043), DEPOIS
      *- BAIXA AC76P040
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  ANO-MES                            PIC X(254).
           77  CODPDT-BENEF                       PIC X(254).
           77  NOMPDT                             PIC X(254).
           77  TPPESSOA                           PIC X(254).
           77  CGCCPF                             PIC X(254).
           77  VLR-BASE                           PIC X(254).
           77  VLR-OVERRIDING                     PIC X(254).
           77  CODSUBES                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           ANO-MES
           CODPDT-BENEF
           NOMPDT
           TPPESSOA
           CGCCPF
           VLR-BASE
           VLR-OVERRIDING
           CODSUBES.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT O.CODPDT_BENEF, P.NOMPDT, P.TPPESSOA, P.CGCCPF, SUM(O.VLR_BASE) AS VLR_BASE, SUM(O.VLR_OVERRIDING) AS VLR_OVERRIDING, 9999 AS CODSUBES FROM seguros.v0overriding_calc O, seguros.v1produtor P WHERE O.ano_mes = :ANO-MES AND O.situacao = '0' AND P.codpdt = O.codpdt_benef GROUP BY O.CODPDT_BENEF, P.NOMPDT, P.TPPESSOA, P.CGCCPF HAVING SUM(O.VLR_OVERRIDING) > 0 ORDER BY O.CODPDT_BENEF END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
