      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: REJ02241                                         *
      * DESCRICAO   : TRANSACOES DE MANUTENCAO DO CADASTRO DE AGENCIAS *
      *               REJEITADAS NA RODADA                             *
      * TAMANHO     : 79 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*

       01 ARQREJ01-REGISTRO.
           05 ARQREJ01-TIPO-TRANSACAO          PIC X(01).
           05 ARQREJ01-COD-AGENCIA              PIC 9(04).
           05 ARQREJ01-NOM-AGENCIA              PIC X(30).
           05 ARQREJ01-DAT-EFETIVA              PIC 9(08).
           05 ARQREJ01-COD-AGE-SUCESSORA        PIC 9(04).
           05 ARQREJ01-COD-MOTIVO               PIC 9(02).
           05 ARQREJ01-DESC-MOTIVO              PIC X(30).
