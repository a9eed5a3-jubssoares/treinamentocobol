      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: MOR02231                                         *
      * DESCRICAO   : ARQUIVO DE TRANSACOES DE MANUTENCAO DO CADASTRO  *
      *               DE ORDENS PERMANENTES DE TRANSFERENCIA (ORD02231)*
      * TAMANHO     : 80 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * TIPO-TRANSACAO   'I' INCLUSAO DA ORDEM,                        *
      *                  'A' ALTERACAO (VALOR, FREQUENCIA, DIA E FIM   *
      *                      DA VIGENCIA - ZEROS/BRANCOS = MANTIDO),   *
      *                  'E' CANCELAMENTO DA ORDEM                     *
      * CPF/NUM-ORDEM    CHAVE DA ORDEM (CPF DA CONTA DE ORIGEM)       *
      * NUM-CONTA/COD-MOEDA  CONTA DE ORIGEM E MOEDA (I)               *
      * CPF-DESTINO/NUM-CONTA-DESTINO  CONTA DE DESTINO (I)            *
      * VAL-ORDEM        VALOR DE CADA TRANSFERENCIA (I/A)             *
      * COD-FREQUENCIA   'S' SEMANAL / 'M' MENSAL / 'T' TRIMESTRAL     *
      * NUM-DIA          DIA DO MES OU DA SEMANA (VER ORD02231)        *
      * DAT-INICIO       INICIO DA VIGENCIA (I; ZEROS = DATA DA RODADA)*
      * DAT-FIM          FIM DA VIGENCIA (I/A; ZEROS NA INCLUSAO =     *
      *                  VIGENCIA ABERTA)                              *
      *----------------------------------------------------------------*

       01 ARQMOR01-REGISTRO.
           05 ARQMOR01-TIPO-TRANSACAO          PIC X(01).
              88 ARQMOR01-TRANS-INCLUSAO       VALUE 'I'.
              88 ARQMOR01-TRANS-ALTERACAO      VALUE 'A'.
              88 ARQMOR01-TRANS-EXCLUSAO       VALUE 'E'.
           05 ARQMOR01-CHAVE.
              10 ARQMOR01-CPF                   PIC 9(11).
              10 ARQMOR01-NUM-ORDEM             PIC 9(06).
           05 ARQMOR01-NUM-CONTA                PIC 9(04).
           05 ARQMOR01-COD-MOEDA                PIC X(03).
           05 ARQMOR01-CPF-DESTINO              PIC 9(11).
           05 ARQMOR01-NUM-CONTA-DESTINO        PIC 9(04).
           05 ARQMOR01-VAL-ORDEM                PIC 9(13)V99.
           05 ARQMOR01-COD-FREQUENCIA           PIC X(01).
           05 ARQMOR01-NUM-DIA                  PIC 9(02).
           05 ARQMOR01-DAT-INICIO               PIC 9(08).
           05 ARQMOR01-DAT-FIM                  PIC 9(08).
           05 FILLER                            PIC X(06).
