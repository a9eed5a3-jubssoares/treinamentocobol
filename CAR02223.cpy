      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: CAR02223                                         *
      * DESCRICAO   : CARTEIRA DE RELACIONAMENTO (VSAM KSDS, CHAVE     *
      *               CPF) - ATRIBUICAO DO CLIENTE (CLI02105) AO       *
      *               FUNCIONARIO GERENTE DA CONTA (ENT01105),         *
      *               MANTIDA PELO EXER0223                            *
      * TAMANHO     : 40 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO REGISTRO                        *
      *----------------------------------------------------------------*
      * CPF                 CPF DO CLIENTE (CHAVE)                     *
      * COD-FUNCO-GERENTE   CODIGO DO FUNCIONARIO GERENTE (ENT01105)   *
      * DAT-ATRIBUICAO      DATA DA ATRIBUICAO ATUAL (AAAAMMDD)        *
      * COD-FUNCO-ANTERIOR  GERENTE ANTERIOR NA ULTIMA REATRIBUICAO    *
      *                     (ZEROS = PRIMEIRA ATRIBUICAO)              *
      *----------------------------------------------------------------*

       01 ARQCAR01-REGISTRO.
           05 ARQCAR01-CPF                      PIC 9(11).
           05 ARQCAR01-COD-FUNCO-GERENTE        PIC 9(08).
           05 ARQCAR01-DAT-ATRIBUICAO           PIC 9(08).
           05 ARQCAR01-COD-FUNCO-ANTERIOR       PIC 9(08).
           05 FILLER                            PIC X(05).
