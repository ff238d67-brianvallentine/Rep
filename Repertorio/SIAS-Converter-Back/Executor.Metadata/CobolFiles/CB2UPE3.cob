      *>                25    WTABG-TIPO  PIC  X(001).                 

      *>   77  LK-TIP-CALC                        PIC X(254).
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CODPDT                             PIC X(254).
           77  FONTE                              PIC X(254).
           77  TIPO-PRODUTOR                      PIC X(254).
           77  CODCORR                            PIC X(254).
           77  SITUACAO                           PIC X(254).
           77  COD-EMPRESA                        PIC X(254).
           77  CODUSU                             PIC X(254).
           77  IND-REVELAR                        PIC X(254).

       
                                                                                
      *------------------*                                                      
       PROCEDURE DIVISION USING  
           CODPDT
           FONTE
           TIPO-PRODUTOR
           NOMPDT
           CHPFUN
           CODHIE
           NOMCTT
           ENDERECO
           BAIRRO
           CIDADE
           ESTADO
           CEP
           DDD
           TELEFONE
           TELEX
           RGSUSEP
           NRTITHAB
           RGVIDA
           CGCCPF
           INSPREFE
           INSINPS
           TPPESSOA
           DCOIRF
           PCDESISS
           NOMEPROC
           PRAPAG
           BANCO
           AGENCIA
           NRCONTAC
           DAC-CTA-CORRENTE
           TABCOM
           BASPAG
           APVALD
           CHPATZ
           DATVIG
           DTCADAST
           DTULTMOV
           NUMREC
           CODCORR
           SITUACAO
           COD-EMPRESA
           CODUSU
           IND-REVELAR.

      *------------------*                                                      
      *--------------*                                                          
       0000-PRINCIPAL.                                                          
      *--------------*                                                       
               EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT FONTE, CODPDT, TIPO_PRODUTOR, NOMPDT, CHPFUN, CODHIE, NOMCTT, ENDERECO, BAIRRO, CIDADE, ESTADO, CEP, DDD, TELEFONE, TELEX, RGSUSEP, NRTITHAB, RGVIDA, CASE WHEN (:IND-REVELAR = 'S' AND EXISTS (SELECT 1 FROM seguros.v0mascara_regra R, seguros.v1tipoaut T WHERE R.classe_campo = 'CPF' AND R.situacao = '1' AND T.codusu = :CODUSU AND T.codsis = R.codsis AND T.tipatz = R.tipatz_revela)) THEN RTRIM(CHAR(CGCCPF)) ELSE REPEAT('*', 10) || RIGHT(RTRIM(CHAR(CGCCPF)), 4) END AS CGCCPF, INSPREFE, INSINPS, TPPESSOA, DCOIRF, PCDESISS, NOMEPROC, PRAPAG, BANCO, AGENCIA, CASE WHEN (:IND-REVELAR = 'S' AND EXISTS (SELECT 1 FROM seguros.v0mascara_regra R, seguros.v1tipoaut T WHERE R.classe_campo = 'CONTA' AND R.situacao = '1' AND T.codusu = :CODUSU AND T.codsis = R.codsis AND T.tipatz = R.tipatz_revela)) THEN RTRIM(CHAR(NRCONTAC)) ELSE REPEAT('*', 6) || RIGHT(RTRIM(CHAR(NRCONTAC)), 4) END AS NRCONTAC, CASE WHEN (:IND-REVELAR = 'S' AND EXISTS (SELECT 1 FROM seguros.v0mascara_regra R, seguros.v1tipoaut T WHERE R.classe_campo = 'CONTA' AND R.situacao = '1' AND T.codusu = :CODUSU AND T.codsis = R.codsis AND T.tipatz = R.tipatz_revela)) THEN RTRIM(CHAR(DAC_CTA_CORRENTE)) ELSE '*' END AS DAC_CTA_CORRENTE, TABCOM, BASPAG, APVALD, CHPATZ, DATVIG, DTCADAST, DTULTMOV, NUMREC, CODCORR, SITUACAO, COD_EMPRESA FROM seguros.v1produtor WHERE codpdt = :CODPDT END-EXEC                                                              
      *    
           OPEN CUR1.	  
           STOP RUN.                                                            
