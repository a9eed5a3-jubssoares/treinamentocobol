      * NOME DO BOOK: RRJ06105                                         *
      * DESCRICAO   : CORRECAO RECUSADA PELO EDITOR DE REINJECAO       *
      *               (TRANSACAO ORIGINAL + MOTIVO DA RECUSA)          *
      * TAMANHO     : 340 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 22/08/2026                                       *
      * ALTERACOES:                                                    *
      *  02/09/2026 - J.SOARES - ACOMPANHA O COR06105 (285 BYTES):     *
      *                          REGISTRO DE 303 P/ 317 BYTES          *
      *  15/10/2026 - J.SOARES - ACOMPANHA O COR06105 (300 BYTES):     *
      *                          REGISTRO DE 317 P/ 332 BYTES          *
      *  15/10/2026 - J.SOARES - ACOMPANHA O COR06105 (308 BYTES):     *
      *                          REGISTRO DE 332 P/ 340 BYTES          *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*

       01 ARQRRJ01-REGISTRO.
          03 ARQRRJ01-TRANSACAO         PIC X(308).
          03 ARQRRJ01-COD-MOTIVO        PIC 9(02).
          03 ARQRRJ01-DESC-MOTIVO       PIC X(30).
