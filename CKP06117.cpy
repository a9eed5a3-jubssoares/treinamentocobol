      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 6      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: CKP06117                                         *
      * DESCRICAO   : PONTOS DE CONTROLE (CHECKPOINT) DO EXPURGO DAS   *
      *               TABELAS DB2, GRAVADOS A CADA COMMIT. O ULTIMO    *
      *               REGISTRO INFORMA A TABELA E O CCLUB PARA O       *
      *               CARTAO DE REINICIO DO EXER0617                   *
      * TAMANHO     : 60 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * NOM-TABELA  : TABELA EM EXPURGO NO COMMIT                      *
      * CCLUB       : ULTIMO CCLUB EXCLUIDO ATE O COMMIT               *
      * QTD-ARQUIV  : LINHAS DESCARREGADAS NA TABELA ATE O COMMIT      *
      * QTD-EXCLUI  : LINHAS EXCLUIDAS NA TABELA ATE O COMMIT          *
      * DAT-COMMIT  : DATA DO COMMIT (AAAAMMDD)                        *
      * HOR-COMMIT  : HORA DO COMMIT (HHMMSS)                          *
      *----------------------------------------------------------------*

       01 ARQCKP01-REGISTRO.
          03 ARQCKP01-NOM-TABELA        PIC X(18).
          03 ARQCKP01-CCLUB             PIC 9(10).
          03 ARQCKP01-QTD-ARQUIV        PIC 9(09).
          03 ARQCKP01-QTD-EXCLUI        PIC 9(09).
          03 ARQCKP01-DAT-COMMIT        PIC 9(08).
          03 ARQCKP01-HOR-COMMIT        PIC 9(06).
