       IDENTIFICATION DIVISION.
       PROGRAM-ID. AC10PFC.
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
      *- IOF POR DECENDIO - APURACAO DO IOF DO DECENDIO (1 A 10, 11 A
      *- 20, 21 AO FIM DO MES) POR ALIQUOTA E RAMO - IOF COBRADO NOS
      *- RECEBIMENTOS DE PREMIO (VLIOCC) MENOS O IOF DEVOLVIDO NAS
      *- RESTITUICOES DO MESMO DECENDIO - O VLIOCC GRAVADO DEVE TER
      *- SIDO CONFERIDO ANTES PELO RECALCULO AC10PF9
      *- RECEBIMENTO ENTRA PELA DATA DE QUITACAO NO BANCO (DTQITBCO) E
      *- RESTITUICAO PELA DATA DO MOVIMENTO (DTMOVTO)
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  DT-INICIAL                         PIC X(254).
           77  DT-FINAL                           PIC X(254).
           77  PCT-ALIQUOTA                       PIC X(254).
           77  RAMO                               PIC X(254).
           77  VLR-IOF-COBRADO                    PIC X(254).
           77  VLR-IOF-RESTITUIDO                 PIC X(254).
           77  VLR-IOF-DEVIDO                     PIC X(254).
           77  QTDE-MOVTOS                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           DT-INICIAL
           DT-FINAL
           PCT-ALIQUOTA
           RAMO
           VLR-IOF-COBRADO
           VLR-IOF-RESTITUIDO
           VLR-IOF-DEVIDO
           QTDE-MOVTOS.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT A.PCIOCC AS PCT_ALIQUOTA, A.RAMO, SUM(CASE WHEN H.operacao BETWEEN 101 AND 199 OR H.operacao = 801 THEN H.VLIOCC ELSE 0 END) AS VLR_IOF_COBRADO, SUM(CASE WHEN H.operacao BETWEEN 201 AND 299 THEN H.VLIOCC ELSE 0 END) AS VLR_IOF_RESTITUIDO, SUM(CASE WHEN H.operacao BETWEEN 101 AND 199 OR H.operacao = 801 THEN H.VLIOCC ELSE 0 END) - SUM(CASE WHEN H.operacao BETWEEN 201 AND 299 THEN H.VLIOCC ELSE 0 END) AS VLR_IOF_DEVIDO, COUNT(*) AS QTDE_MOVTOS FROM seguros.v0histoparc H, seguros.v1apolice A WHERE A.num_apolice = H.num_apolice AND H.vliocc <> 0 AND (((H.operacao BETWEEN 101 AND 199 OR H.operacao = 801) AND H.dtqitbco BETWEEN :DT-INICIAL AND :DT-FINAL) OR (H.operacao BETWEEN 201 AND 299 AND H.dtmovto BETWEEN :DT-INICIAL AND :DT-FINAL)) GROUP BY A.PCIOCC, A.RAMO ORDER BY A.PCIOCC, A.RAMO END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
