      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LOG02241                                         *
      * DESCRICAO   : LOG DAS TRANSACOES DE MANUTENCAO DO CADASTRO DE  *
      *               AGENCIAS ACEITAS NA RODADA (IMAGEM APOS A        *
      *               TRANSACAO)                                       *
      * TAMANHO     : 90 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*

       01 ARQSAI01-REGISTRO.
           05 ARQSAI01-TIPO-TRANSACAO          PIC X(01).
           05 ARQSAI01-COD-AGENCIA              PIC 9(04).
           05 ARQSAI01-NOM-AGENCIA              PIC X(30).
           05 ARQSAI01-COD-REGIAO               PIC X(04).
           05 ARQSAI01-NOM-REGIAO               PIC X(20).
           05 ARQSAI01-SIT-AGENCIA              PIC X(01).
           05 ARQSAI01-DAT-ABERTURA             PIC 9(08).
           05 ARQSAI01-DAT-ENCERRAMENTO         PIC 9(08).
           05 ARQSAI01-COD-AGE-SUCESSORA        PIC 9(04).
           05 ARQSAI01-RESULTADO                PIC X(10).
