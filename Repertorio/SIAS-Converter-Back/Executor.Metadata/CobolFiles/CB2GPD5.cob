      *-----------------------*
      *----------------------------------------------------------------*
      *- INCLUSAO DE BANCO/AGENCIA
      *- O CEP DEVE EXISTIR NA BASE DOS CORREIOS (V0CEP_DNE) COM A
      *- MESMA CIDADE/UF - ENDERECO, CIDADE E UF EM BRANCO ASSUMEM OS
      *- DO CEP
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v1banco (BANCO, AGENCIA, DIGITO, NOMEBCO, NOME_ABREVIADO, NOMEAGE, TIPOBCO, NRCONTAC, ENDERBCO, CEP, CIDADE, ESTADO, TELEFONE, SITUACAO) SELECT :BANCO, :AGENCIA, :DIGITO, :NOMEBCO, :NOME-ABREVIADO, :NOMEAGE, :TIPOBCO, :NRCONTAC, CASE WHEN :ENDERBCO = ' ' AND D.cep IS NOT NULL THEN D.LOGRADOURO ELSE :ENDERBCO END, :CEP, CASE WHEN :CIDADE = ' ' AND D.cep IS NOT NULL THEN D.CIDADE ELSE :CIDADE END, CASE WHEN :ESTADO = ' ' AND D.cep IS NOT NULL THEN D.SIGLA_UF ELSE :ESTADO END, :TELEFONE, :SITUACAO FROM SYSIBM.SYSDUMMY1 X LEFT JOIN seguros.v0cep_dne D ON D.cep = :CEP AND D.situacao = '1' WHERE (:CEP = 0 OR (D.cep IS NOT NULL AND (:CIDADE = ' ' OR UPPER(:CIDADE) = D.cidade) AND (:ESTADO = ' ' OR UPPER(:ESTADO) = D.sigla_uf))) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
