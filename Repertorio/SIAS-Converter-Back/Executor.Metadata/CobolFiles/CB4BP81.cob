       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB4BP81.
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
      *- MORATORIA POR CALAMIDADE - ENQUADRA AS APOLICES COM PARCELA EM
      *- ABERTO CUJO SEGURADO TEM ENDERECO ATIVO NA AREA ATINGIDA - A
      *- APOLICE ENQUADRADA EM MORATORIA ATIVA FICA FORA DO ACRESCIMO
      *- (CB4BP38), DA NEGATIVACAO (CB4BP61), DO REPASSE A AGENCIA
      *- EXTERNA (CB4BP55) E DO CANCELAMENTO POR INADIMPLENCIA
      *- (CB4BP45) - EXECUTAR DIARIAMENTE ENQUANTO A MORATORIA ESTIVER
      *- ATIVA
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-MORATORIA                      PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-MORATORIA
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0moratoria_apolice (NUM_MORATORIA, NUM_APOLICE, CODCLIEN, CEP, CODUSU, TIMESTAMP) SELECT DISTINCT M.NUM_MORATORIA, E.NUM_APOLICE, E.CODCLIEN, (SELECT MIN(C.CEP) FROM seguros.v0cliente_contato C WHERE C.codclien = E.codclien AND C.situacao = '1' AND C.cep IS NOT NULL AND C.cep > 0), :CODUSU, current timestamp FROM seguros.v0moratoria M, seguros.v1endosso E WHERE M.num_moratoria = :NUM-MORATORIA AND M.situacao = '1' AND EXISTS (SELECT 1 FROM seguros.v1parcela P WHERE P.num_apolice = E.num_apolice AND P.nrendos = E.nrendos AND P.situacao = '0') AND EXISTS (SELECT 1 FROM seguros.v0cliente_contato C, seguros.v0moratoria_area R WHERE C.codclien = E.codclien AND C.situacao = '1' AND R.num_moratoria = M.num_moratoria AND ((R.tipo_area = 'M' AND C.cidade = R.cidade AND C.sigla_uf = R.sigla_uf) OR (R.tipo_area = 'C' AND C.cep BETWEEN R.cep_inicial AND R.cep_final))) AND NOT EXISTS (SELECT 1 FROM seguros.v0moratoria_apolice Y WHERE Y.num_moratoria = M.num_moratoria AND Y.num_apolice = E.num_apolice) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
