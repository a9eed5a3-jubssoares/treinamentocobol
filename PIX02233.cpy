      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: PIX02233                                         *
      * DESCRICAO   : ARQUIVO DIARIO DE LIQUIDACAO DE PAGAMENTOS       *
      *               INSTANTANEOS (PIX) RECEBIDO DA CAMARA: HEADER,   *
      *               UM DETALHE POR PAGAMENTO LIQUIDADO (CREDITO =    *
      *               PIX RECEBIDO / DEBITO = PIX ENVIADO) E TRAILER   *
      *               COM AS QUANTIDADES E TOTAIS DA LIQUIDACAO.       *
      *               CONVERTIDO NO MOVIMENTO DE DEPOSITOS PELO        *
      *               EXER0233                                         *
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * TIP-REGISTRO     'H' HEADER / 'D' DETALHE / 'T' TRAILER        *
      * HEADER:                                                        *
      *  HDR-ISPB        ISPB DO BANCO NA CAMARA                       *
      *  HDR-DAT-LIQUIDACAO DATA DA LIQUIDACAO (AAAAMMDD)              *
      *  HDR-NUM-SEQ     SEQUENCIA DO ARQUIVO NA CAMARA                *
      * DETALHE:                                                       *
      *  ID-E2E          IDENTIFICADOR FIM A FIM DO PAGAMENTO (UNICO)  *
      *  TIP-MOVIMENTO   'C' CREDITO (RECEBIDO) / 'D' DEBITO (ENVIADO) *
      *  DAT-LIQUIDACAO  DATA DA LIQUIDACAO DO PAGAMENTO (AAAAMMDD)    *
      *  HOR-LIQUIDACAO  HORA DA LIQUIDACAO (HHMMSS)                   *
      *  VAL-MOVIMENTO   VALOR DO PAGAMENTO                            *
      *  COD-MOEDA       MOEDA (SEMPRE BRL; BRANCOS = BRL)             *
      *  CPF-CLIENTE     CPF DO NOSSO CORRENTISTA                      *
      *  NUM-CONTA       CONTA DO NOSSO CORRENTISTA                    *
      *  CPF-CONTRAPARTE CPF DO PAGADOR (C) OU DO RECEBEDOR (D)        *
      *  ISPB-CONTRAPARTE ISPB DO BANCO DA CONTRAPARTE                 *
      * TRAILER:                                                       *
      *  TRL-QTDE-DETALHES QTDE DE DETALHES DO ARQUIVO                 *
      *  TRL-QTDE/VAL-CREDITOS QTDE E TOTAL DOS CREDITOS LIQUIDADOS    *
      *  TRL-QTDE/VAL-DEBITOS  QTDE E TOTAL DOS DEBITOS LIQUIDADOS     *
      *----------------------------------------------------------------*

       01 ARQPIX01-REGISTRO.
           05 ARQPIX01-TIP-REGISTRO             PIC X(01).
              88 ARQPIX01-REG-HEADER            VALUE 'H'.
              88 ARQPIX01-REG-DETALHE           VALUE 'D'.
              88 ARQPIX01-REG-TRAILER           VALUE 'T'.
           05 ARQPIX01-DADOS                    PIC X(119).
           05 ARQPIX01-HEADER                   REDEFINES
              ARQPIX01-DADOS.
              10 ARQPIX01-HDR-ISPB              PIC 9(08).
              10 ARQPIX01-HDR-DAT-LIQUIDACAO    PIC 9(08).
              10 ARQPIX01-HDR-NUM-SEQ           PIC 9(06).
              10 FILLER                         PIC X(97).
           05 ARQPIX01-DETALHE                  REDEFINES
              ARQPIX01-DADOS.
              10 ARQPIX01-ID-E2E                PIC X(32).
              10 ARQPIX01-TIP-MOVIMENTO         PIC X(01).
                 88 ARQPIX01-MOV-CREDITO        VALUE 'C'.
                 88 ARQPIX01-MOV-DEBITO         VALUE 'D'.
              10 ARQPIX01-DAT-LIQUIDACAO        PIC 9(08).
              10 ARQPIX01-HOR-LIQUIDACAO        PIC 9(06).
              10 ARQPIX01-VAL-MOVIMENTO         PIC 9(13)V99.
              10 ARQPIX01-COD-MOEDA             PIC X(03).
              10 ARQPIX01-CPF-CLIENTE           PIC 9(11).
              10 ARQPIX01-NUM-CONTA             PIC 9(04).
              10 ARQPIX01-CPF-CONTRAPARTE       PIC 9(11).
              10 ARQPIX01-ISPB-CONTRAPARTE      PIC 9(08).
              10 FILLER                         PIC X(20).
           05 ARQPIX01-TRAILER                  REDEFINES
              ARQPIX01-DADOS.
              10 ARQPIX01-TRL-QTDE-DETALHES     PIC 9(09).
              10 ARQPIX01-TRL-QTDE-CREDITOS     PIC 9(09).
              10 ARQPIX01-TRL-VAL-CREDITOS      PIC 9(15)V99.
              10 ARQPIX01-TRL-QTDE-DEBITOS      PIC 9(09).
              10 ARQPIX01-TRL-VAL-DEBITOS       PIC 9(15)V99.
              10 FILLER                         PIC X(58).
