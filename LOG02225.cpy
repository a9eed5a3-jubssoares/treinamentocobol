      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LOG02225                                         *
      * DESCRICAO   : LOG DAS TRANSACOES DE MANUTENCAO DO CADASTRO DE  *
      *               CONTAS ACEITAS NA RODADA (IMAGEM APOS A          *
      *               TRANSACAO)                                       *
      * TAMANHO     : 48 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*

       01 ARQSAI01-REGISTRO.
           05 ARQSAI01-TIPO-TRANSACAO          PIC X(01).
           05 ARQSAI01-CPF                      PIC 9(11).
           05 ARQSAI01-NUM-CONTA                PIC 9(04).
           05 ARQSAI01-COD-MOEDA                PIC X(03).
           05 ARQSAI01-TIP-PRODUTO              PIC X(02).
           05 ARQSAI01-DAT-ABERTURA             PIC 9(08).
           05 ARQSAI01-DAT-ENCERRAMENTO         PIC 9(08).
           05 ARQSAI01-SIT-CONTA                PIC X(01).
           05 ARQSAI01-RESULTADO                PIC X(10).
