       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P070.
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
      *- TROCA DE TITULARIDADE - REGISTRA O PEDIDO DE TROCA DO TITULAR
      *- DA APOLICE (MOTIVO V VENDA DO BEM, R REESTRUTURACAO
      *- SOCIETARIA, O OUTROS) - O NOVO TITULAR DEVE ESTAR NO CADASTRO
      *- DE PESSOA FISICA (CB51P034) OU JURIDICA (CB51P065) -
      *- SIT_TRIAGEM 0 PENDENTE, 1 APROVADA, 2 REPROVADA - SITUACAO 0
      *- ABERTO, 1 ENDOSSADO, 2 EFETIVADO, 9 RECUSADO
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  NUM-SOLICITACAO                    PIC X(254).
           77  NUM-APOLICE                        PIC X(254).
           77  NRENDOS                            PIC X(254).
           77  CODCLIEN-NOVO                      PIC X(254).
           77  TIPO-PESSOA                        PIC X(254).
           77  CGCCPF-NOVO                        PIC X(254).
           77  MOTIVO                             PIC X(254).
           77  DT-EFETIVACAO                      PIC X(254).
           77  CODUSU                             PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           NUM-SOLICITACAO
           NUM-APOLICE
           NRENDOS
           CODCLIEN-NOVO
           TIPO-PESSOA
           CGCCPF-NOVO
           MOTIVO
           DT-EFETIVACAO
           CODUSU.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR INSERT INTO seguros.v0troca_titular (NUM_SOLICITACAO, NUM_APOLICE, NRENDOS_ORIG, CODCLIEN_ANT, CODCLIEN_NOVO, TIPO_PESSOA, CGCCPF_NOVO, MOTIVO, DT_EFETIVACAO, NRENDOS_TROCA, SIT_TRIAGEM, QTDE_OCORRENCIAS, CODUSU_TRIAGEM, DT_CARTA, SITUACAO, CODUSU, TIMESTAMP) SELECT :NUM-SOLICITACAO, E.NUM_APOLICE, E.NRENDOS, E.CODCLIEN, :CODCLIEN-NOVO, :TIPO-PESSOA, :CGCCPF-NOVO, :MOTIVO, :DT-EFETIVACAO, NULL, '0', 0, NULL, NULL, '0', :CODUSU, current timestamp FROM seguros.v1endosso E WHERE E.num_apolice = :NUM-APOLICE AND E.nrendos = :NRENDOS AND E.situacao <> '2' AND E.codclien <> :CODCLIEN-NOVO AND :MOTIVO IN ('V', 'R', 'O') AND ((:TIPO-PESSOA = 'F' AND EXISTS (SELECT 1 FROM SEGUROS.GE_PESSOA_FISICA F WHERE F.cpf = :CGCCPF-NOVO)) OR (:TIPO-PESSOA = 'J' AND EXISTS (SELECT 1 FROM SEGUROS.GE_PESSOA_JURIDICA J WHERE J.cnpj = :CGCCPF-NOVO AND J.codclien = :CODCLIEN-NOVO))) AND NOT EXISTS (SELECT 1 FROM seguros.v0troca_titular T WHERE T.num_apolice = :NUM-APOLICE AND T.situacao IN ('0', '1')) END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
