      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LOG03324                                         *
      * DESCRICAO   : LOG DAS TRANSACOES DE MANUTENCAO DO CADASTRO DE  *
      *               GARANTIAS ACEITAS NA RODADA (IMAGEM APOS A       *
      *               TRANSACAO)                                       *
      * TAMANHO     : 96 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*

       01 ARQSAI01-REGISTRO.
           05 ARQSAI01-TIPO-TRANSACAO          PIC X(01).
           05 ARQSAI01-COD-AGENCIA              PIC 9(03).
           05 ARQSAI01-NUM-CONTA                PIC 9(03).
           05 ARQSAI01-NUM-EMPRESTIMO           PIC 9(03).
           05 ARQSAI01-NUM-GARANTIA             PIC 9(02).
           05 ARQSAI01-TIP-GARANTIA             PIC X(01).
           05 ARQSAI01-DES-GARANTIA             PIC X(40).
           05 ARQSAI01-VAL-AVALIACAO            PIC S9(13)V99 COMP-3.
           05 ARQSAI01-DAT-AVALIACAO            PIC 9(08).
           05 ARQSAI01-SIT-GRAVAME              PIC X(01).
           05 ARQSAI01-DAT-INCLUSAO             PIC 9(08).
           05 ARQSAI01-DAT-BAIXA                PIC 9(08).
           05 ARQSAI01-RESULTADO                PIC X(10).
