      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: REJ02225                                         *
      * DESCRICAO   : TRANSACOES DE MANUTENCAO DO CADASTRO DE CONTAS   *
      *               REJEITADAS NA RODADA                             *
      * TAMANHO     : 61 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*

       01 ARQREJ01-REGISTRO.
           05 ARQREJ01-TIPO-TRANSACAO          PIC X(01).
           05 ARQREJ01-CPF                      PIC 9(11).
           05 ARQREJ01-NUM-CONTA                PIC 9(04).
           05 ARQREJ01-COD-MOEDA                PIC X(03).
           05 ARQREJ01-TIP-PRODUTO              PIC X(02).
           05 ARQREJ01-DAT-EFETIVA              PIC 9(08).
           05 ARQREJ01-COD-MOTIVO               PIC 9(02).
           05 ARQREJ01-DESC-MOTIVO              PIC X(30).
