      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: ACK01121                                         *
      * DESCRICAO   : CONFIRMACAO DA ADMINISTRACAO DE SEGURANCA PARA   *
      *               CADA TRANSICAO RECEBIDA NA INTERFACE DE ACESSOS  *
      *               (SEG01121), DEVOLVIDA PARA O EXER0121            *
      * TAMANHO     : 40 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * COD-FUNCO/DAT-EVENTO/HOR-EVENTO: IDENTIFICACAO DA TRANSICAO,   *
      *                  COPIADA DO REGISTRO DE DETALHE DA INTERFACE   *
      * COD-ACAO       : ACAO EXECUTADA ('R'/'S'/'A')                  *
      * DAT-CONFIRMACAO: DATA DA EXECUCAO NA SEGURANCA (AAAAMMDD)      *
      * COD-RESPONSAVEL: USUARIO DA SEGURANCA QUE EXECUTOU             *
      *----------------------------------------------------------------*

       01 ARQACK01-REGISTRO.
          03 ARQACK01-COD-FUNCO         PIC 9(08).
          03 ARQACK01-DAT-EVENTO        PIC 9(08).
          03 ARQACK01-HOR-EVENTO        PIC 9(06).
          03 ARQACK01-COD-ACAO          PIC X(01).
          03 ARQACK01-DAT-CONFIRMACAO   PIC 9(08).
          03 ARQACK01-COD-RESPONSAVEL   PIC X(08).
          03 FILLER                     PIC X(01).
