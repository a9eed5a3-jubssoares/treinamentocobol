      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: ESP02248                                         *
      * DESCRICAO   : SPOOL DE E-MAIL DOS RELATORIOS SEPARADOS PELO    *
      *               EXER0248, PARA A PLATAFORMA DE ENVIO: UM         *
      *               REGISTRO POR LINHA DA PARTE DO RELATORIO DE CADA *
      *               DESTINATARIO, NA ORDEM DE ENVIO                  *
      * TAMANHO     : 220 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * DES-ENDERECO   : E-MAIL DO DESTINATARIO                        *
      * COD-RELATORIO  : RELATORIO                                     *
      * DAT-REFERENCIA : DATA DE REFERENCIA DO RELATORIO (AAAAMMDD)    *
      * COD-UNIDADE    : AGENCIA/DEPARTAMENTO ('*' = RELATORIO INTEIRO)*
      * NUM-LINHA      : SEQUENCIA DA LINHA NA MENSAGEM                *
      * TXT-LINHA      : LINHA DO RELATORIO                            *
      *----------------------------------------------------------------*

       01 ARQESP01-REGISTRO.
          03 ARQESP01-DES-ENDERECO      PIC X(40).
          03 ARQESP01-COD-RELATORIO     PIC X(08).
          03 ARQESP01-DAT-REFERENCIA    PIC 9(08).
          03 ARQESP01-COD-UNIDADE       PIC X(15).
          03 ARQESP01-NUM-LINHA         PIC 9(05).
          03 ARQESP01-TXT-LINHA         PIC X(132).
          03 FILLER                     PIC X(12).
