      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 6      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: RTD06117                                         *
      * DESCRICAO   : RETENCAO POR TABELA DB2 PARA O EXPURGO COM       *
      *               ARQUIVAMENTO (EXER0617). UM CARTAO POR TABELA;   *
      *               TABELA SEM CARTAO USA A RETENCAO PADRAO DO       *
      *               PROGRAMA                                         *
      * TAMANHO     : 80 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * NOM-TABELA  : NOME DA TABELA (CAMP_HISTORICO / EXTR_CLIENTE)   *
      * QTD-DIAS    : DIAS DE RETENCAO DAS LINHAS NA TABELA            *
      *----------------------------------------------------------------*

       01 ARQRTD01-REGISTRO.
          03 ARQRTD01-NOM-TABELA        PIC X(18).
          03 ARQRTD01-QTD-DIAS          PIC 9(04).
          03 FILLER                     PIC X(58).
