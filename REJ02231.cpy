      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: REJ02231                                         *
      * DESCRICAO   : TRANSACOES DE MANUTENCAO DO CADASTRO DE ORDENS   *
      *               PERMANENTES REJEITADAS NA RODADA (IMAGEM DA      *
      *               TRANSACAO MOR02231 E MOTIVO)                     *
      * TAMANHO     : 112 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*

       01 ARQREJ01-REGISTRO.
           05 ARQREJ01-TRANSACAO                PIC X(80).
           05 ARQREJ01-COD-MOTIVO               PIC 9(02).
           05 ARQREJ01-DESC-MOTIVO              PIC X(30).
