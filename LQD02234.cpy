      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LQD02234                                         *
      * DESCRICAO   : ARQUIVO DE LIQUIDACAO E DEVOLUCAO DE TEDS        *
      *               RECEBIDO DA CAMARA: UM REGISTRO POR TED ENVIADA  *
      *               (TED02234) QUE FOI LIQUIDADA OU DEVOLVIDA PELO   *
      *               BANCO DE DESTINO                                 *
      * TAMANHO     : 80 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * ID-TED          : IDENTIFICADOR DA TED ENVIADA (TED02234)      *
      * SIT-LIQUIDACAO  : 'L' LIQUIDADA / 'D' DEVOLVIDA                *
      * DAT-LIQUIDACAO  : DATA DA LIQUIDACAO OU DEVOLUCAO (AAAAMMDD)   *
      * VAL-LIQUIDADO   : VALOR LIQUIDADO OU DEVOLVIDO                 *
      * COD-MOTIVO-DEVOL: MOTIVO DA DEVOLUCAO (SO NA DEVOLVIDA)        *
      * DESC-MOTIVO     : DESCRICAO DO MOTIVO DA DEVOLUCAO             *
      *----------------------------------------------------------------*

       01 ARQLQD01-REGISTRO.
          03 ARQLQD01-ID-TED            PIC X(17).
          03 ARQLQD01-SIT-LIQUIDACAO    PIC X(01).
             88 ARQLQD01-LIQUIDADA                VALUE 'L'.
             88 ARQLQD01-DEVOLVIDA                VALUE 'D'.
          03 ARQLQD01-DAT-LIQUIDACAO    PIC 9(08).
          03 ARQLQD01-VAL-LIQUIDADO     PIC 9(13)V99.
          03 ARQLQD01-COD-MOTIVO-DEVOL  PIC 9(02).
          03 ARQLQD01-DESC-MOTIVO       PIC X(30).
          03 FILLER                     PIC X(07).
