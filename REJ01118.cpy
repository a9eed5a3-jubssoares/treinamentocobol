      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: REJ01118                                         *
      * DESCRICAO   : TRANSACOES DE MANUTENCAO DE CERTIFICACOES        *
      *               REJEITADAS NA RODADA                             *
      * TAMANHO     : 046 BYTES                                        *
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
      * COD-MOTIVO                Codigo do motivo da rejeicao         *
      * DESC-MOTIVO               Descricao do motivo da rejeicao      *
      *----------------------------------------------------------------*

       01 ARQREJ01-REGISTRO.
           05 ARQREJ01-TIPO-REGISTRO           PIC X(01).
           05 ARQREJ01-TIPO-TRANSACAO          PIC X(01).
           05 ARQREJ01-COD-FUNCO                PIC 9(08).
           05 ARQREJ01-COD-CERTIF               PIC X(04).
           05 ARQREJ01-COD-MOTIVO               PIC 9(02).
           05 ARQREJ01-DESC-MOTIVO              PIC X(30).
