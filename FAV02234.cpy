      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: FAV02234                                         *
      * DESCRICAO   : CADASTRO DE FAVORECIDOS EM OUTROS BANCOS: PARA   *
      *               CADA CPF EMISSOR, OS CPFS DE CONTRAPARTE QUE NAO *
      *               SAO CLIENTES DA CASA E OS DADOS BANCARIOS DE     *
      *               DESTINO. A PERNA 'T' SEM PERNA 'R' CUJO PAR      *
      *               EMISSOR/CONTRAPARTE CONSTA DESTE CADASTRO E      *
      *               ENVIADA A CAMARA COMO TED PELO EXER0213          *
      * TAMANHO     : 80 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * CPF-EMISSOR     : CPF DO CLIENTE QUE ENVIA A TED               *
      * CPF-FAVORECIDO  : CPF DO FAVORECIDO (CONTRAPARTE DA PERNA 'T') *
      * NOM-FAVORECIDO  : NOME DO FAVORECIDO                           *
      * ISPB-DESTINO    : ISPB DO BANCO DE DESTINO                     *
      * AGENCIA-DESTINO : AGENCIA DE DESTINO                           *
      * CONTA-DESTINO   : CONTA DE DESTINO                             *
      *----------------------------------------------------------------*

       01 ARQFAV01-REGISTRO.
          03 ARQFAV01-CPF-EMISSOR       PIC 9(11).
          03 ARQFAV01-CPF-FAVORECIDO    PIC 9(11).
          03 ARQFAV01-NOM-FAVORECIDO    PIC X(30).
          03 ARQFAV01-ISPB-DESTINO      PIC 9(08).
          03 ARQFAV01-AGENCIA-DESTINO   PIC 9(04).
          03 ARQFAV01-CONTA-DESTINO     PIC 9(12).
          03 FILLER                     PIC X(04).
