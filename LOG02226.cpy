      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LOG02226                                         *
      * DESCRICAO   : LOG DAS TRANSACOES DE MANUTENCAO DO CADASTRO DE  *
      *               TITULARES ACEITAS NA RODADA (IMAGEM APOS A       *
      *               TRANSACAO; A INCLUSAO AUTOMATICA DO TITULAR      *
      *               PRINCIPAL SAI COM O RESULTADO 'PRINCIPAL')       *
      * TAMANHO     : 55 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*

       01 ARQSAI01-REGISTRO.
           05 ARQSAI01-TIPO-TRANSACAO          PIC X(01).
           05 ARQSAI01-CPF-CONTA                PIC 9(11).
           05 ARQSAI01-NUM-CONTA                PIC 9(04).
           05 ARQSAI01-CPF-TITULAR              PIC 9(11).
           05 ARQSAI01-PAPEL                    PIC X(01).
           05 ARQSAI01-SIT-TITULAR              PIC X(01).
           05 ARQSAI01-DAT-INCLUSAO             PIC 9(08).
           05 ARQSAI01-DAT-EXCLUSAO             PIC 9(08).
           05 ARQSAI01-RESULTADO                PIC X(10).
