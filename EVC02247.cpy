      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: EVC02247                                         *
      * DESCRICAO   : TABELA DE EVENTO CONTABIL X CONTAS DO PLANO      *
      *               (PCT02247): PARA CADA EVENTO E NATUREZA DOS      *
      *               LANCAMENTOS DE ORIGEM (CTB02105/CTB03105), AS    *
      *               CONTAS DE DEBITO E DE CREDITO DA PARTIDA         *
      *               DOBRADA GERADA PELO CONSOLIDADOR EXER0247        *
      * TAMANHO     : 080 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * COD-EVENTO    : EVENTO DO LANCAMENTO DE ORIGEM (CHAVE)         *
      * NATUREZA      : NATUREZA DO LANCAMENTO DE ORIGEM (CHAVE):      *
      *                 'D' / 'C' (CTB02105) OU 'X' = EVENTO JA        *
      *                 LANCADO A DEBITO E A CREDITO PELA ORIGEM       *
      *                 (CTB03105), COM AS CONTAS DO PROPRIO           *
      *                 LANCAMENTO (CONTAS DA TABELA EM BRANCO)        *
      * CONTA-DEBITO  : CONTA DEBITADA PELO VALOR DO LANCAMENTO        *
      * CONTA-CREDITO : CONTA CREDITADA PELO VALOR DO LANCAMENTO       *
      * IND-MOEDA     : 'M' VALOR NA MOEDA DO EVENTO / 'B' VALOR JA    *
      *                 CONVERTIDO EM BRL PELA ORIGEM (REAVALIA)       *
      * DES-EVENTO    : DESCRICAO DO EVENTO                            *
      *----------------------------------------------------------------*

       01 ARQEVC01-REGISTRO.
          03 ARQEVC01-CHAVE.
             05 ARQEVC01-COD-EVENTO     PIC X(08).
             05 ARQEVC01-NATUREZA       PIC X(01).
                88 ARQEVC01-NAT-DEBITO          VALUE 'D'.
                88 ARQEVC01-NAT-CREDITO         VALUE 'C'.
                88 ARQEVC01-NAT-ORIGEM          VALUE 'X'.
          03 ARQEVC01-CONTA-DEBITO      PIC X(08).
          03 ARQEVC01-CONTA-CREDITO     PIC X(08).
          03 ARQEVC01-IND-MOEDA         PIC X(01).
             88 ARQEVC01-VALOR-NA-MOEDA         VALUE 'M'.
             88 ARQEVC01-VALOR-EM-BRL           VALUE 'B'.
          03 ARQEVC01-DES-EVENTO        PIC X(30).
          03 FILLER                     PIC X(24).
