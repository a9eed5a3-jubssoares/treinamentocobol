      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: MNT03324                                         *
      * DESCRICAO   : ARQUIVO DE TRANSACOES DE MANUTENCAO DO CADASTRO  *
      *               DE GARANTIAS (GAR03324)                          *
      * TAMANHO     : 100 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * TIPO-TRANSACAO   'I' INCLUSAO DA GARANTIA,                     *
      *                  'A' ALTERACAO (REAVALIACAO, DESCRICAO OU      *
      *                      SITUACAO DO GRAVAME P/R),                 *
      *                  'E' BAIXA DO GRAVAME (SITUACAO 'B')           *
      * AGENCIA/CONTA/EMPRESTIMO/NUM-GARANTIA  CHAVE DA GARANTIA       *
      * TIP-GARANTIA     TIPO DA GARANTIA (I)                          *
      * DES-GARANTIA     DESCRICAO (I; NA ALTERACAO, BRANCOS = MANTEM) *
      * VAL-AVALIACAO    VALOR AVALIADO (I; NA ALTERACAO, ZEROS =      *
      *                  MANTEM, INFORMADO = REAVALIACAO)              *
      * DAT-AVALIACAO    DATA DA AVALIACAO (ZEROS = DATA DA RODADA)    *
      * SIT-GRAVAME      'P' OU 'R' (I: BRANCO = 'P'; A: BRANCO =      *
      *                  MANTEM)                                       *
      * DAT-EFETIVA      DATA DA INCLUSAO (I) OU DA BAIXA (E)          *
      *                  (AAAAMMDD; ZEROS = DATA DA RODADA)            *
      *----------------------------------------------------------------*

       01 ARQMNT01-REGISTRO.
           05 ARQMNT01-TIPO-TRANSACAO          PIC X(01).
              88 ARQMNT01-TRANS-INCLUSAO       VALUE 'I'.
              88 ARQMNT01-TRANS-ALTERACAO      VALUE 'A'.
              88 ARQMNT01-TRANS-EXCLUSAO       VALUE 'E'.
           05 ARQMNT01-CHAVE.
              10 ARQMNT01-COD-AGENCIA           PIC 9(03).
              10 ARQMNT01-NUM-CONTA             PIC 9(03).
              10 ARQMNT01-NUM-EMPRESTIMO        PIC 9(03).
              10 ARQMNT01-NUM-GARANTIA          PIC 9(02).
           05 ARQMNT01-TIP-GARANTIA             PIC X(01).
           05 ARQMNT01-DES-GARANTIA             PIC X(40).
           05 ARQMNT01-VAL-AVALIACAO            PIC 9(13)V99.
           05 ARQMNT01-VAL-AVALIACAO-X REDEFINES
              ARQMNT01-VAL-AVALIACAO            PIC X(15).
           05 ARQMNT01-DAT-AVALIACAO            PIC X(08).
           05 ARQMNT01-SIT-GRAVAME              PIC X(01).
           05 ARQMNT01-DAT-EFETIVA              PIC X(08).
           05 FILLER                            PIC X(15).
