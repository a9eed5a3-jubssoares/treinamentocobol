      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: REJ03324                                         *
      * DESCRICAO   : TRANSACOES DE MANUTENCAO DO CADASTRO DE          *
      *               GARANTIAS REJEITADAS NA RODADA                   *
      * TAMANHO     : 117 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*

       01 ARQREJ01-REGISTRO.
           05 ARQREJ01-TIPO-TRANSACAO          PIC X(01).
           05 ARQREJ01-CHAVE                    PIC X(11).
           05 ARQREJ01-TIP-GARANTIA             PIC X(01).
           05 ARQREJ01-DES-GARANTIA             PIC X(40).
           05 ARQREJ01-VAL-AVALIACAO            PIC X(15).
           05 ARQREJ01-DAT-AVALIACAO            PIC X(08).
           05 ARQREJ01-SIT-GRAVAME              PIC X(01).
           05 ARQREJ01-DAT-EFETIVA              PIC X(08).
           05 ARQREJ01-COD-MOTIVO               PIC 9(02).
           05 ARQREJ01-DESC-MOTIVO              PIC X(30).
