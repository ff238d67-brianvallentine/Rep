      *-----------------------*
      *----------------------------------------------------------------*
      *- ALTERACAO DE BANCO/AGENCIA
      *- O CEP DEVE EXISTIR NA BASE DOS CORREIOS (V0CEP_DNE) COM A
      *- MESMA CIDADE/UF - ENDERECO, CIDADE E UF EM BRANCO ASSUMEM OS
      *- DO CEP
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR UPDATE seguros.v1banco SET NOMEBCO = :NOMEBCO, NOME_ABREVIADO = :NOME-ABREVIADO, NOMEAGE = :NOMEAGE, TIPOBCO = :TIPOBCO, NRCONTAC = :NRCONTAC, ENDERBCO = CASE WHEN :ENDERBCO = ' ' AND :CEP <> 0 THEN (SELECT D.LOGRADOURO FROM seguros.v0cep_dne D WHERE D.cep = :CEP AND D.situacao = '1') ELSE :ENDERBCO END, CEP = :CEP, CIDADE = CASE WHEN :CIDADE = ' ' AND :CEP <> 0 THEN (SELECT D.CIDADE FROM seguros.v0cep_dne D WHERE D.cep = :CEP AND D.situacao = '1') ELSE :CIDADE END, ESTADO = CASE WHEN :ESTADO = ' ' AND :CEP <> 0 THEN (SELECT D.SIGLA_UF FROM seguros.v0cep_dne D WHERE D.cep = :CEP AND D.situacao = '1') ELSE :ESTADO END, TELEFONE = :TELEFONE, SITUACAO = :SITUACAO WHERE banco = :BANCO AND agencia = :AGENCIA AND digito = :DIGITO AND (:CEP = 0 OR EXISTS (SELECT 1 FROM seguros.v0cep_dne D WHERE D.cep = :CEP AND D.situacao = '1' AND (:CIDADE = ' ' OR UPPER(:CIDADE) = D.cidade) AND (:ESTADO = ' ' OR UPPER(:ESTADO) = D.sigla_uf))) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
