      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: AGE02241                                         *
      * DESCRICAO   : CADASTRO DE AGENCIAS (VSAM KSDS, CHAVE CODIGO DA *
      *               AGENCIA), MANTIDO PELO EXER0241. REFERENCIA DO   *
      *               COD-AGENCIA DOS CLIENTES (CLI02105, 9(04)) E DOS *
      *               EMPRESTIMOS (ENT03105/LED03105/PAR03105, 9(03) - *
      *               COMPARAR MOVENDO PARA 9(04)). AGENCIA ENCERRADA  *
      *               PERMANECE NO CADASTRO COM A AGENCIA SUCESSORA,   *
      *               PARA A MIGRACAO DA CARTEIRA (EXER0242)           *
      * TAMANHO     : 100 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      * NOME DO CAMPO             DESCRICAO
      * ================          =========
      * COD-AGENCIA               Codigo da agencia (chave)
      * NOM-AGENCIA               Nome da agencia
      * COD-REGIAO/NOM-REGIAO     Regional a que a agencia pertence
      * SIT-AGENCIA               'A' ATIVA / 'E' ENCERRADA
      * DAT-ABERTURA              Data de abertura (AAAAMMDD)
      * DAT-ENCERRAMENTO          Data de encerramento (ZEROS = ATIVA)
      * COD-AGE-SUCESSORA         Agencia que recebe a carteira da
      *                           agencia encerrada (ZEROS = ATIVA)
      *----------------------------------------------------------------*

       01 ARQAGE01-REGISTRO.
           05 ARQAGE01-COD-AGENCIA             PIC 9(04).
           05 ARQAGE01-NOM-AGENCIA             PIC X(30).
           05 ARQAGE01-COD-REGIAO              PIC X(04).
           05 ARQAGE01-NOM-REGIAO              PIC X(20).
           05 ARQAGE01-SIT-AGENCIA             PIC X(01).
              88 ARQAGE01-AGENCIA-ATIVA               VALUE 'A'.
              88 ARQAGE01-AGENCIA-ENCERRADA           VALUE 'E'.
           05 ARQAGE01-DAT-ABERTURA            PIC 9(08).
           05 ARQAGE01-DAT-ENCERRAMENTO        PIC 9(08).
           05 ARQAGE01-COD-AGE-SUCESSORA       PIC 9(04).
           05 FILLER                           PIC X(21).
