      *>                25    WTABG-TIPO  PIC  X(001).                 

      *>   77  LK-TIP-CALC                        PIC X(254).
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CPF                                PIC X(254).
           77  DATA-NASCIMENTO                    PIC X(254).
           77  SEXO                               PIC X(254).
           77  DATA-EXPEDICAO                     PIC X(254).
           77  COD-CBO                            PIC X(254).
           77  TIPO-IDENT-SIVPF                   PIC X(254).
           77  CODUSU                             PIC X(254).
           77  IND-REVELAR                        PIC X(254).

       
                                                                                
      *------------------*                                                      
       PROCEDURE DIVISION USING  
           CPF
           DATA-NASCIMENTO
           SEXO
           COD-PESSOA
           COD-USUARIO
           ESTADO-CIVIL
           TIMESTAMP
           NUM-IDENTIDADE
           ORGAO-EXPEDIDOR
           UF-EXPEDIDORA
           DATA-EXPEDICAO
           COD-CBO
           TIPO-IDENT-SIVPF
           CODUSU
           IND-REVELAR.

      *------------------*                                                      
      *--------------*                                                          
       0000-PRINCIPAL.                                                          
      *--------------*                                                       
               EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT COD_PESSOA, CASE WHEN (:IND-REVELAR = 'S' AND EXISTS (SELECT 1 FROM seguros.v0mascara_regra R, seguros.v1tipoaut T WHERE R.classe_campo = 'CPF' AND R.situacao = '1' AND T.codusu = :CODUSU AND T.codsis = R.codsis AND T.tipatz = R.tipatz_revela)) THEN DIGITS(DEC(CPF,11,0)) ELSE '***.' || SUBSTR(DIGITS(DEC(CPF,11,0)),4,3) || '.' || SUBSTR(DIGITS(DEC(CPF,11,0)),7,3) || '-**' END AS CPF, CASE WHEN (:IND-REVELAR = 'S' AND EXISTS (SELECT 1 FROM seguros.v0mascara_regra R, seguros.v1tipoaut T WHERE R.classe_campo = 'NASCIMENTO' AND R.situacao = '1' AND T.codusu = :CODUSU AND T.codsis = R.codsis AND T.tipatz = R.tipatz_revela)) THEN CHAR(DATA_NASCIMENTO, ISO) ELSE SUBSTR(CHAR(DATA_NASCIMENTO, ISO), 1, 4) || '-**-**' END AS DATA_NASCIMENTO, SEXO, COD_USUARIO, ESTADO_CIVIL, TIMESTAMP, NUM_IDENTIDADE, ORGAO_EXPEDIDOR, UF_EXPEDIDORA, DATA_EXPEDICAO, COD_CBO, TIPO_IDENT_SIVPF FROM SEGUROS.GE_PESSOA_FISICA WHERE CPF = :CPF AND DATA_NASCIMENTO = :DATA_NASCIMENTO AND SEXO = :SEXO END-EXEC                                                              
      *    
           OPEN CUR1.	  
           STOP RUN.                                                            
