      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: MNT02225                                         *
      * DESCRICAO   : ARQUIVO DE TRANSACOES DE MANUTENCAO DO CADASTRO  *
      *               DE CONTAS DE DEPOSITO (CTA02225)                 *
      * TAMANHO     : 30 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * TIPO-TRANSACAO   'I' ABERTURA DA CONTA,                        *
      *                  'A' ALTERACAO DO TIPO DE PRODUTO,             *
      *                  'E' ENCERRAMENTO DA CONTA                     *
      * CPF/NUM-CONTA/COD-MOEDA  CHAVE DA CONTA                        *
      * TIP-PRODUTO      TIPO DE PRODUTO (I/A)                         *
      * DAT-EFETIVA      DATA DA ABERTURA (I) OU DO ENCERRAMENTO (E)   *
      *                  (AAAAMMDD; ZEROS = DATA DA RODADA)            *
      *----------------------------------------------------------------*

       01 ARQMNT01-REGISTRO.
           05 ARQMNT01-TIPO-TRANSACAO          PIC X(01).
              88 ARQMNT01-TRANS-INCLUSAO       VALUE 'I'.
              88 ARQMNT01-TRANS-ALTERACAO      VALUE 'A'.
              88 ARQMNT01-TRANS-EXCLUSAO       VALUE 'E'.
           05 ARQMNT01-CHAVE.
              10 ARQMNT01-CPF                   PIC 9(11).
              10 ARQMNT01-NUM-CONTA             PIC 9(04).
              10 ARQMNT01-COD-MOEDA             PIC X(03).
           05 ARQMNT01-TIP-PRODUTO              PIC X(02).
           05 ARQMNT01-DAT-EFETIVA              PIC 9(08).
           05 FILLER                            PIC X(01).
