      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: MNT02241                                         *
      * DESCRICAO   : ARQUIVO DE TRANSACOES DE MANUTENCAO DO CADASTRO  *
      *               DE AGENCIAS (AGE02241)                           *
      * TAMANHO     : 80 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * TIPO-TRANSACAO   'I' ABERTURA DA AGENCIA,                      *
      *                  'A' ALTERACAO DE NOME/REGIONAL (CAMPOS EM     *
      *                      BRANCO MANTEM O VALOR ATUAL),             *
      *                  'E' ENCERRAMENTO DA AGENCIA                   *
      * COD-AGENCIA      CHAVE DA AGENCIA                              *
      * NOM-AGENCIA      NOME DA AGENCIA (I/A)                         *
      * COD-REGIAO       CODIGO DA REGIONAL (I/A)                      *
      * NOM-REGIAO       NOME DA REGIONAL (I/A)                        *
      * DAT-EFETIVA      DATA DA ABERTURA (I) OU DO ENCERRAMENTO (E)   *
      *                  (AAAAMMDD; ZEROS = DATA DA RODADA)            *
      * COD-AGE-SUCESSORA  AGENCIA QUE RECEBE A CARTEIRA (E) -         *
      *                  DEVE EXISTIR, ESTAR ATIVA E SER OUTRA AGENCIA *
      *----------------------------------------------------------------*

       01 ARQMNT01-REGISTRO.
           05 ARQMNT01-TIPO-TRANSACAO          PIC X(01).
              88 ARQMNT01-TRANS-INCLUSAO       VALUE 'I'.
              88 ARQMNT01-TRANS-ALTERACAO      VALUE 'A'.
              88 ARQMNT01-TRANS-EXCLUSAO       VALUE 'E'.
           05 ARQMNT01-COD-AGENCIA              PIC 9(04).
           05 ARQMNT01-NOM-AGENCIA              PIC X(30).
           05 ARQMNT01-COD-REGIAO               PIC X(04).
           05 ARQMNT01-NOM-REGIAO               PIC X(20).
           05 ARQMNT01-DAT-EFETIVA              PIC 9(08).
           05 ARQMNT01-COD-AGE-SUCESSORA        PIC 9(04).
           05 FILLER                            PIC X(09).
