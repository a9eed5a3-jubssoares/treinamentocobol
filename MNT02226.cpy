      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: MNT02226                                         *
      * DESCRICAO   : ARQUIVO DE TRANSACOES DE MANUTENCAO DO CADASTRO  *
      *               DE TITULARES DE CONTA (TIT02226)                 *
      * TAMANHO     : 40 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * TIPO-TRANSACAO   'I' INCLUSAO DE SEGUNDO TITULAR,              *
      *                  'E' EXCLUSAO DE SEGUNDO TITULAR               *
      * CPF-CONTA/NUM-CONTA      CONTA (CPF DO TITULAR PRINCIPAL)      *
      * CPF-TITULAR      CPF DO SEGUNDO TITULAR                        *
      * DAT-EFETIVA      DATA DA INCLUSAO (I) OU DA EXCLUSAO (E)       *
      *                  (AAAAMMDD; ZEROS = DATA DA RODADA)            *
      *----------------------------------------------------------------*

       01 ARQMNT01-REGISTRO.
           05 ARQMNT01-TIPO-TRANSACAO          PIC X(01).
              88 ARQMNT01-TRANS-INCLUSAO       VALUE 'I'.
              88 ARQMNT01-TRANS-EXCLUSAO       VALUE 'E'.
           05 ARQMNT01-CHAVE.
              10 ARQMNT01-CONTA.
                 15 ARQMNT01-CPF-CONTA          PIC 9(11).
                 15 ARQMNT01-NUM-CONTA          PIC 9(04).
              10 ARQMNT01-CPF-TITULAR           PIC 9(11).
           05 ARQMNT01-DAT-EFETIVA              PIC 9(08).
           05 FILLER                            PIC X(05).
