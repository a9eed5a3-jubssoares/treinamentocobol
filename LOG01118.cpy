      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LOG01118                                         *
      * DESCRICAO   : LOG DAS TRANSACOES DE MANUTENCAO DE              *
      *               CERTIFICACOES ACEITAS NA RODADA                  *
      * TAMANHO     : 074 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * TIPO-REGISTRO             'T' TIPO, 'C' CERTIF. DO FUNCIONARIO *
      * TIPO-TRANSACAO            'I' INCLUSAO, 'A' ALTERACAO,         *
      *                           'E' EXCLUSAO                         *
      * COD-FUNCO                 Funcionario (ZEROS no registro 'T')  *
      * COD-CERTIF                Tipo de certificacao                 *
      * DAT-CNTRL                 Data de controle (registro 'C')      *
      * DES-CERTIF                Descricao do tipo de certificacao    *
      * RESULTADO                 Resultado da transacao               *
      *----------------------------------------------------------------*

       01 ARQSAI01-REGISTRO.
           05 ARQSAI01-TIPO-REGISTRO           PIC X(01).
           05 ARQSAI01-TIPO-TRANSACAO          PIC X(01).
           05 ARQSAI01-COD-FUNCO                PIC 9(08).
           05 ARQSAI01-COD-CERTIF               PIC X(04).
           05 ARQSAI01-DAT-CNTRL                PIC X(10).
           05 ARQSAI01-DES-CERTIF               PIC X(40).
           05 ARQSAI01-RESULTADO                PIC X(10).
