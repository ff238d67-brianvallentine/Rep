      *----------------------------------------------------------------*
      *- CONSULTA UNIFICADA DE MANDATO DE DEBITO CEF POR APOLICE, CONTA
      *- OU CARTAO
      *- DADOS SENSIVEIS SAEM MASCARADOS - SO SAO REVELADOS QUANDO
      *- IND-REVELAR = 'S' E O USUARIO TEM O TIPO DE AUTORIZACAO DA
      *- REGRA V0MASCARA_REGRA (CB51P095/CB51P098) - A REVELACAO E
      *- REGISTRADA POR CB51P096
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
           77  COD-AGENCIA-DEB                    PIC X(254).
           77  OPER-CONTA-DEB                     PIC X(254).
           77  DIG-CONTA-DEB                      PIC X(254).
           77  CODUSU                             PIC X(254).
           77  IND-REVELAR                        PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-APOLICE
           NRENDOS
           COD-AGENCIA-DEB
           OPER-CONTA-DEB
           DIG-CONTA-DEB
           CODUSU
           IND-REVELAR.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT COD_CONVENIO, NUM_APOLICE, NRENDOS, COD_AGENCIA_DEB, OPER_CONTA_DEB, CASE WHEN (:IND-REVELAR = 'S' AND EXISTS (SELECT 1 FROM seguros.v0mascara_regra R, seguros.v1tipoaut T WHERE R.classe_campo = 'CONTA' AND R.situacao = '1' AND T.codusu = :CODUSU AND T.codsis = R.codsis AND T.tipatz = R.tipatz_revela)) THEN RTRIM(CHAR(NUM_CONTA_DEB)) ELSE REPEAT('*', 6) || RIGHT(RTRIM(CHAR(NUM_CONTA_DEB)), 4) END AS NUM_CONTA_DEB, CASE WHEN (:IND-REVELAR = 'S' AND EXISTS (SELECT 1 FROM seguros.v0mascara_regra R, seguros.v1tipoaut T WHERE R.classe_campo = 'CONTA' AND R.situacao = '1' AND T.codusu = :CODUSU AND T.codsis = R.codsis AND T.tipatz = R.tipatz_revela)) THEN RTRIM(CHAR(DIG_CONTA_DEB)) ELSE '*' END AS DIG_CONTA_DEB, CASE WHEN (:IND-REVELAR = 'S' AND EXISTS (SELECT 1 FROM seguros.v0mascara_regra R, seguros.v1tipoaut T WHERE R.classe_campo = 'CARTAO' AND R.situacao = '1' AND T.codusu = :CODUSU AND T.codsis = R.codsis AND T.tipatz = R.tipatz_revela)) THEN RTRIM(CHAR(NUM_CARTAO)) ELSE REPEAT('*', 12) || RIGHT(RTRIM(CHAR(NUM_CARTAO)), 4) END AS NUM_CARTAO FROM seguros.v0movdebcc_cef WHERE (:NUM-APOLICE <> ' ' AND NUM_APOLICE = :NUM-APOLICE) OR (:NUM-CONTA-DEB <> ' ' AND NUM_CONTA_DEB = :NUM-CONTA-DEB) OR (:NUM-CARTAO <> ' ' AND NUM_CARTAO = :NUM-CARTAO) ORDER BY COD_CONVENIO, NUM_APOLICE, NRENDOS END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
