      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LOG02231                                         *
      * DESCRICAO   : LOG DAS TRANSACOES DE MANUTENCAO DO CADASTRO DE  *
      *               ORDENS PERMANENTES ACEITAS NA RODADA (IMAGEM     *
      *               APOS A TRANSACAO)                                *
      * TAMANHO     : 78 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*

       01 ARQSAI01-REGISTRO.
           05 ARQSAI01-TIPO-TRANSACAO          PIC X(01).
           05 ARQSAI01-CPF                      PIC 9(11).
           05 ARQSAI01-NUM-ORDEM                PIC 9(06).
           05 ARQSAI01-NUM-CONTA                PIC 9(04).
           05 ARQSAI01-COD-MOEDA                PIC X(03).
           05 ARQSAI01-CPF-DESTINO              PIC 9(11).
           05 ARQSAI01-NUM-CONTA-DESTINO        PIC 9(04).
           05 ARQSAI01-VAL-ORDEM                PIC S9(13)V99 COMP-3.
           05 ARQSAI01-COD-FREQUENCIA           PIC X(01).
           05 ARQSAI01-NUM-DIA                  PIC 9(02).
           05 ARQSAI01-DAT-PROX-EXEC            PIC 9(08).
           05 ARQSAI01-DAT-FIM                  PIC 9(08).
           05 ARQSAI01-SIT-ORDEM                PIC X(01).
           05 ARQSAI01-RESULTADO                PIC X(10).
