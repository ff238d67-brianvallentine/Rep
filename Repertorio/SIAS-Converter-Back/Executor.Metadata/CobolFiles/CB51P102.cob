       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB51P102.
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
      *- BASE DE CEP DOS CORREIOS (DNE) - CONSULTA DO CEP PARA A
      *- ENTRADA DE ENDERECO - DEVOLVE LOGRADOURO, BAIRRO, CIDADE E UF
      *- PARA PREENCHER A TELA - NENHUMA LINHA CEP INEXISTENTE
      *----------------------------------------------------------------*
      *-----------------------*
       LINKAGE SECTION.
      *-----------------------*
           77  CEP                                PIC X(254).
           77  TIPO-CEP                           PIC X(254).
           77  LOGRADOURO                         PIC X(254).
           77  BAIRRO                             PIC X(254).
           77  CIDADE                             PIC X(254).
           77  SIGLA-UF                           PIC X(254).
           77  COD-MUNICIPIO                      PIC X(254).
           77  DT-CARGA                           PIC X(254).
      *------------------*
       PROCEDURE DIVISION USING
           CEP
           TIPO-CEP
           LOGRADOURO
           BAIRRO
           CIDADE
           SIGLA-UF
           COD-MUNICIPIO
           DT-CARGA.
      *------------------*
      *--------------*
       0000-PRINCIPAL.
      *--------------*
           EXEC SQL DECLARE CUR1 WITH RETURN WITH HOLD FOR SELECT CEP, TIPO_CEP, LOGRADOURO, BAIRRO, CIDADE, SIGLA_UF, COD_MUNICIPIO, DT_CARGA FROM seguros.v0cep_dne WHERE cep = :CEP AND situacao = '1' END-EXEC
      *
           OPEN CUR1.
           STOP RUN.
