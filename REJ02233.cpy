      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: REJ02233                                         *
      * DESCRICAO   : REGISTROS DO ARQUIVO DE LIQUIDACAO PIX REJEITADOS*
      *               NA CONVERSAO (IMAGEM DO REGISTRO PIX02233 +      *
      *               MOTIVO). O PAGAMENTO REJEITADO NAO ENTRA NO      *
      *               REGISTRO DE FIM A FIM E PODE SER CONVERTIDO NO   *
      *               REPROCESSAMENTO, APOS A CORRECAO                 *
      * TAMANHO     : 152 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      * MOTIVOS: 01 REGISTRO FORA DO LAYOUT                            *
      *          02 TIPO DE MOVIMENTO INVALIDO                         *
      *          03 ID FIM A FIM EM BRANCO                             *
      *          04 VALOR INVALIDO                                     *
      *          05 CPF, CONTA OU DATA INVALIDOS                       *
      *          06 MOEDA DIFERENTE DE BRL                             *
      *          07 CONTA INEXISTENTE OU ENCERRADA                     *
      *----------------------------------------------------------------*

       01 ARQREJ01-REGISTRO.
           05 ARQREJ01-TRANSACAO                PIC X(120).
           05 ARQREJ01-COD-MOTIVO               PIC 9(02).
           05 ARQREJ01-DESC-MOTIVO              PIC X(30).
