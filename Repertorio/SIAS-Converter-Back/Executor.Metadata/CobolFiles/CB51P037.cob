      *----------------------------------------------------------------*
      *- CADASTRO DE CONTATOS DO CLIENTE - INCLUSAO DE ENDERECO,
      *- TELEFONE E EMAIL COM INDICADOR DE CANAL PREFERENCIAL
      *- ENDERECO COM CEP SO E GRAVADO SE O CEP EXISTIR NA BASE DOS
      *- CORREIOS (V0CEP_DNE) COM A MESMA CIDADE/UF - LOGRADOURO,
      *- BAIRRO, CIDADE E UF EM BRANCO ASSUMEM OS DO CEP - CRITICAS EM
      *- CB51P103
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0cliente_contato (CODCLIEN, SEQ_CONTATO, TIPO_CANAL, ENDERECO, COMPL_ENDERECO, BAIRRO, CEP, CIDADE, SIGLA_UF, DDD, NUM_TELEFONE, DES_EMAIL, IND_PREFERENCIAL, QTDE_DEVOLUCOES, SITUACAO, CODUSU, TIMESTAMP) SELECT :CODCLIEN, :SEQ-CONTATO, :TIPO-CANAL, CASE WHEN :ENDERECO = ' ' AND D.cep IS NOT NULL THEN D.LOGRADOURO ELSE :ENDERECO END, :COMPL-ENDERECO, CASE WHEN :BAIRRO = ' ' AND D.cep IS NOT NULL THEN D.BAIRRO ELSE :BAIRRO END, :CEP, CASE WHEN :CIDADE = ' ' AND D.cep IS NOT NULL THEN D.CIDADE ELSE :CIDADE END, CASE WHEN :SIGLA-UF = ' ' AND D.cep IS NOT NULL THEN D.SIGLA_UF ELSE :SIGLA-UF END, :DDD, :NUM-TELEFONE, :DES-EMAIL, :IND-PREFERENCIAL, 0, '1', :CODUSU, current timestamp FROM SYSIBM.SYSDUMMY1 X LEFT JOIN seguros.v0cep_dne D ON D.cep = :CEP AND D.situacao = '1' WHERE (:CEP = 0 OR (D.cep IS NOT NULL AND (:CIDADE = ' ' OR UPPER(:CIDADE) = D.cidade) AND (:SIGLA-UF = ' ' OR UPPER(:SIGLA-UF) = D.sigla_uf))) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
