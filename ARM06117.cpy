      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 6      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: ARM06117                                         *
      * DESCRICAO   : DESCARGA DAS LINHAS EXPURGADAS DAS TABELAS DB2   *
      *               PELO EXER0617, COPIADA PARA O ARQUIVO MORTO      *
      *               (TREINO.COBOL.ARQMORTO.*) E REGISTRADA NO        *
      *               CATALOGO CAT06105                                *
      * TAMANHO     : 147 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * NOM-TABELA  : TABELA DE ORIGEM DA LINHA                        *
      * DAT-ARQUIVO : DATA DO ARQUIVAMENTO (AAAAMMDD)                  *
      * DADOS       : COLUNAS DA LINHA, CONFORME A TABELA:             *
      *   CAMP_HISTORICO - CCLUB, COD_CAMPANHA, DAT_CONTATO, NUM_ONDA  *
      *   EXTR_CLIENTE   - CCLUB, NOME_CLIENTE, HULT_ATULZ,            *
      *                    QTDE_ENDERECOS, DATA_EXTRACAO               *
      *----------------------------------------------------------------*

       01 ARQARM01-REGISTRO.
          03 ARQARM01-NOM-TABELA        PIC X(18).
          03 ARQARM01-DAT-ARQUIVO       PIC 9(08).
          03 ARQARM01-DADOS             PIC X(121).
          03 ARQARM01-CAMP-HISTORICO    REDEFINES ARQARM01-DADOS.
             05 ARQARM01-CH-CCLUB       PIC 9(10).
             05 ARQARM01-CH-CAMPANHA    PIC X(08).
             05 ARQARM01-CH-DAT-CONTATO PIC X(10).
             05 ARQARM01-CH-NUM-ONDA    PIC 9(01).
             05 FILLER                  PIC X(92).
          03 ARQARM01-EXTR-CLIENTE      REDEFINES ARQARM01-DADOS.
             05 ARQARM01-EC-CCLUB       PIC 9(10).
             05 ARQARM01-EC-NOME        PIC X(70).
             05 ARQARM01-EC-HULT-ATULZ  PIC X(26).
             05 ARQARM01-EC-QTD-ENDER   PIC 9(05).
             05 ARQARM01-EC-DAT-EXTRACAO PIC X(10).
