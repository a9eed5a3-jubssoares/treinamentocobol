      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: CEN02105                                         *
      * DESCRICAO   : EXCECOES DE CONTA ENCERRADA (CADASTRO DE CONTAS  *
      *               CTA02225) COM SALDO DE FECHAMENTO DIFERENTE DE   *
      *               ZERO NA POSICAO DA RODADA DO EXER0205            *
      * TAMANHO     : 35 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * CPF              CPF DO TITULAR                                *
      * NUM-CONTA        NUMERO DA CONTA                               *
      * COD-MOEDA        MOEDA DA POSICAO                              *
      * DAT-ENCERRAMENTO DATA DE ENCERRAMENTO DA CONTA (AAAAMMDD)      *
      * VAL-SALDO        SALDO DE FECHAMENTO DA POSICAO                *
      *----------------------------------------------------------------*

       01 ARQCEN01-REGISTRO.
          03 ARQCEN01-CPF               PIC 9(11).
          03 ARQCEN01-NUM-CONTA         PIC 9(04).
          03 ARQCEN01-COD-MOEDA         PIC X(03).
          03 ARQCEN01-DAT-ENCERRAMENTO  PIC 9(08).
          03 ARQCEN01-VAL-SALDO         PIC S9(15)V99 COMP-3.
