      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: BUR03318                                         *
      * DESCRICAO   : ARQUIVO DE REMESSA AO BUREAU DE CREDITO GERADO   *
      *               PELO EXER0318: HEADER COM O CREDOR E A DATA DO   *
      *               MOVIMENTO, UM DETALHE POR INCLUSAO OU EXCLUSAO   *
      *               DE NEGATIVACAO E TRAILER COM AS QUANTIDADES      *
      * TAMANHO     : 150 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * TIP-REGISTRO     'H' HEADER / 'D' DETALHE / 'T' TRAILER        *
      * HEADER:                                                        *
      *  HDR-COD-CREDOR  CODIGO DO CREDOR (CONVENIO) NO BUREAU         *
      *  HDR-DAT-MOVIMENTO DATA DO MOVIMENTO (AAAAMMDD)                *
      * DETALHE:                                                       *
      *  TIP-OPERACAO    'I' INCLUSAO / 'E' EXCLUSAO                   *
      *  CPF             CPF DO DEVEDOR                                *
      *  NOM-DEVEDOR     NOME DO DEVEDOR                               *
      *  NUM-CONTRATO    AGENCIA/CONTA/EMPRESTIMO                      *
      *  DAT-VENCIMENTO  VENCIMENTO DA DIVIDA (FIM DA CARENCIA)        *
      *  VAL-DIVIDA      VALOR INCLUIDO (NA EXCLUSAO, O DA INCLUSAO)   *
      *  DAT-AVISO       DATA DO AVISO PREVIO AO DEVEDOR               *
      *  MOT-EXCLUSAO    'Q' PAGAMENTO / 'R' RENEGOCIACAO (BRANCO NA   *
      *                  INCLUSAO)                                     *
      * TRAILER:                                                       *
      *  TRL-QTDE-INCLUSOES / TRL-QTDE-EXCLUSOES                       *
      *  TRL-VAL-INCLUSOES VALOR TOTAL DAS INCLUSOES                   *
      *----------------------------------------------------------------*

       01 ARQBUR01-REGISTRO.
           05 ARQBUR01-TIP-REGISTRO             PIC X(01).
              88 ARQBUR01-REG-HEADER            VALUE 'H'.
              88 ARQBUR01-REG-DETALHE           VALUE 'D'.
              88 ARQBUR01-REG-TRAILER           VALUE 'T'.
           05 ARQBUR01-DADOS                    PIC X(149).
           05 ARQBUR01-HEADER                   REDEFINES
              ARQBUR01-DADOS.
              10 ARQBUR01-HDR-COD-CREDOR        PIC 9(06).
              10 ARQBUR01-HDR-DAT-MOVIMENTO     PIC 9(08).
              10 FILLER                         PIC X(135).
           05 ARQBUR01-DETALHE                  REDEFINES
              ARQBUR01-DADOS.
              10 ARQBUR01-TIP-OPERACAO          PIC X(01).
                 88 ARQBUR01-INCLUSAO           VALUE 'I'.
                 88 ARQBUR01-EXCLUSAO           VALUE 'E'.
              10 ARQBUR01-CPF                   PIC 9(11).
              10 ARQBUR01-NOM-DEVEDOR           PIC X(40).
              10 ARQBUR01-NUM-CONTRATO          PIC 9(09).
              10 ARQBUR01-DAT-VENCIMENTO        PIC 9(08).
              10 ARQBUR01-VAL-DIVIDA            PIC 9(13)V99.
              10 ARQBUR01-DAT-AVISO             PIC 9(08).
              10 ARQBUR01-MOT-EXCLUSAO          PIC X(01).
              10 FILLER                         PIC X(56).
           05 ARQBUR01-TRAILER                  REDEFINES
              ARQBUR01-DADOS.
              10 ARQBUR01-TRL-QTDE-INCLUSOES    PIC 9(09).
              10 ARQBUR01-TRL-QTDE-EXCLUSOES    PIC 9(09).
              10 ARQBUR01-TRL-VAL-INCLUSOES     PIC 9(15)V99.
              10 FILLER                         PIC X(114).
