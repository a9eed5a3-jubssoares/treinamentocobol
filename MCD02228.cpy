      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: MCD02228                                         *
      * DESCRICAO   : TRANSACOES DO CADASTRO DE CDB (CDB02228) ENVIADAS*
      *               PELAS AGENCIAS: APLICACAO E PEDIDO DE RESGATE    *
      *               ANTECIPADO                                       *
      * TAMANHO     : 80 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * TIPO-TRANSACAO   'A' APLICACAO (NOVO CDB),                     *
      *                  'R' RESGATE ANTECIPADO (TOTAL)                *
      * CPF/NUM-CDB      CHAVE DO CDB                                  *
      * NUM-CONTA        CONTA DE DEPOSITO EM REAIS (A)                *
      * DAT-APLICACAO    DATA DA APLICACAO (A; ZEROS = DATA DA RODADA) *
      * DAT-VENCIMENTO   DATA DO VENCIMENTO (A)                        *
      * PCT-TAXA-ANO     TAXA PREFIXADA EM % AO ANO (A)                *
      * VAL-PRINCIPAL    VALOR APLICADO (A)                            *
      * DAT-RESGATE      DATA DO RESGATE (R; ZEROS = DATA DA RODADA)   *
      *----------------------------------------------------------------*

       01 ARQMCD01-REGISTRO.
           05 ARQMCD01-TIPO-TRANSACAO          PIC X(01).
              88 ARQMCD01-TRANS-APLICACAO      VALUE 'A'.
              88 ARQMCD01-TRANS-RESGATE        VALUE 'R'.
           05 ARQMCD01-CHAVE.
              10 ARQMCD01-CPF                   PIC 9(11).
              10 ARQMCD01-NUM-CDB               PIC 9(06).
           05 ARQMCD01-NUM-CONTA                PIC 9(04).
           05 ARQMCD01-DAT-APLICACAO            PIC 9(08).
           05 ARQMCD01-DAT-VENCIMENTO           PIC 9(08).
           05 ARQMCD01-PCT-TAXA-ANO             PIC 9(03)V9(04).
           05 ARQMCD01-VAL-PRINCIPAL            PIC 9(13)V99.
           05 ARQMCD01-DAT-RESGATE              PIC 9(08).
           05 FILLER                            PIC X(12).
