      *----------------------------------------------------------------*
      *- VISAO 360 DO CLIENTE - MANDATOS DE DEBITO ATIVOS E EVENTOS
      *- RECENTES DE COBRANCA DAS APOLICES DO CLIENTE
      *- DADOS SENSIVEIS SAEM MASCARADOS - SO SAO REVELADOS QUANDO
      *- IND-REVELAR = 'S' E O USUARIO TEM O TIPO DE AUTORIZACAO DA
      *- REGRA V0MASCARA_REGRA (CB51P095/CB51P098) - A REVELACAO E
      *- REGISTRADA POR CB51P096
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
           77  DTRETORNO                          PIC X(254).
           77  COD-RETORNO-CEF                    PIC X(254).
           77  NUM-CARTAO                         PIC X(254).
           77  CODUSU                             PIC X(254).
           77  IND-REVELAR                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CODCLIEN
           DTVENCTO
           DTRETORNO
           COD-RETORNO-CEF
           NUM-CARTAO
           CODUSU
           IND-REVELAR.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT M.NUM_APOLICE, M.NRENDOS, M.NRPARCEL, M.SIT_COBRANCA, M.VLR_DEBITO, M.DTVENCTO, M.DTRETORNO, M.COD_RETORNO_CEF, CASE WHEN (:IND-REVELAR = 'S' AND EXISTS (SELECT 1 FROM seguros.v0mascara_regra R, seguros.v1tipoaut T WHERE R.classe_campo = 'CARTAO' AND R.situacao = '1' AND T.codusu = :CODUSU AND T.codsis = R.codsis AND T.tipatz = R.tipatz_revela)) THEN RTRIM(CHAR(M.NUM_CARTAO)) ELSE REPEAT('*', 12) || RIGHT(RTRIM(CHAR(M.NUM_CARTAO)), 4) END AS NUM_CARTAO FROM seguros.v0movdebcc_cef M, seguros.v1endosso E WHERE E.codclien = :CODCLIEN AND M.num_apolice = E.num_apolice AND M.nrendos = E.nrendos ORDER BY M.DTVENCTO DESC, M.NUM_APOLICE END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
