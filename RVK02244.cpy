      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: RVK02244                                         *
      * DESCRICAO   : REVISOES CADASTRAIS (KYC) CONCLUIDAS PELAS       *
      *               AGENCIAS, INFORMADAS AO EXER0244 PARA BAIXA NA   *
      *               FILA DE REVISAO                                  *
      * TAMANHO     : 040 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * CPF          : CPF DO CLIENTE REVISADO                         *
      * DAT-REVISAO  : DATA DA CONCLUSAO DA REVISAO (AAAAMMDD)         *
      * COD-AGENCIA  : AGENCIA QUE FEZ A REVISAO                       *
      * COD-REVISOR  : MATRICULA DO RESPONSAVEL                        *
      *----------------------------------------------------------------*

       01 ARQRVK01-REGISTRO.
          03 ARQRVK01-CPF               PIC 9(11).
          03 ARQRVK01-DAT-REVISAO       PIC 9(08).
          03 ARQRVK01-COD-AGENCIA       PIC 9(04).
          03 ARQRVK01-COD-REVISOR       PIC X(08).
          03 FILLER                     PIC X(09).
