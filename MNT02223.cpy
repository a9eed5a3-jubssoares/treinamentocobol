      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: MNT02223                                         *
      * DESCRICAO   : ARQUIVO DE TRANSACOES DE MANUTENCAO DA CARTEIRA  *
      *               DE RELACIONAMENTO (CLIENTE X GERENTE)            *
      * TAMANHO     : 20 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * TIPO-TRANSACAO            'I' ATRIBUICAO INICIAL,              *
      *                           'A' REATRIBUICAO (TROCA DE GERENTE), *
      *                           'E' RETIRADA DO CLIENTE DA CARTEIRA  *
      * CPF                       CPF do cliente                       *
      * COD-FUNCO-GERENTE         Funcionario gerente (I/A)            *
      *----------------------------------------------------------------*

       01 ARQMNT01-REGISTRO.
           05 ARQMNT01-TIPO-TRANSACAO          PIC X(01).
              88 ARQMNT01-TRANS-INCLUSAO       VALUE 'I'.
              88 ARQMNT01-TRANS-ALTERACAO      VALUE 'A'.
              88 ARQMNT01-TRANS-EXCLUSAO       VALUE 'E'.
           05 ARQMNT01-CPF                      PIC 9(11).
           05 ARQMNT01-COD-FUNCO-GERENTE        PIC 9(08).
