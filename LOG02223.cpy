      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LOG02223                                         *
      * DESCRICAO   : LOG DAS TRANSACOES DE MANUTENCAO DA CARTEIRA DE  *
      *               RELACIONAMENTO ACEITAS NA RODADA                 *
      * TAMANHO     : 86 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*

       01 ARQSAI01-REGISTRO.
           05 ARQSAI01-TIPO-TRANSACAO          PIC X(01).
           05 ARQSAI01-CPF                      PIC 9(11).
           05 ARQSAI01-NOM-CLIENTE              PIC X(40).
           05 ARQSAI01-COD-FUNCO-GERENTE        PIC 9(08).
           05 ARQSAI01-COD-FUNCO-ANTERIOR       PIC 9(08).
           05 ARQSAI01-DAT-ATRIBUICAO           PIC 9(08).
           05 ARQSAI01-RESULTADO                PIC X(10).
