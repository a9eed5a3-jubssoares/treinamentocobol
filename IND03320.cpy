      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: IND03320                                         *
      * DESCRICAO   : CADASTRO DE INDICES DE TAXA POS-FIXADA: UM       *
      *               REGISTRO POR INDICE E DIA UTIL COM A TAXA        *
      *               DIVULGADA (CDI OU SELIC), EM ORDEM DE INDICE E   *
      *               DATA; BASE DA REPACTUACAO DO EXER0320            *
      * TAMANHO     : 030 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * COD-INDICE     : 'CDI' OU 'SELIC'                              *
      * DAT-REFERENCIA : DIA DA TAXA (AAAAMMDD)                        *
      * PCT-TAXA-ANO   : TAXA DO DIA EXPRESSA AO ANO (BASE 252 DIAS    *
      *                  UTEIS), EM PERCENTUAL                         *
      *----------------------------------------------------------------*

       01 ARQIND01-REGISTRO.
          03 ARQIND01-COD-INDICE        PIC X(05).
             88 ARQIND01-INDICE-CDI           VALUE 'CDI'.
             88 ARQIND01-INDICE-SELIC         VALUE 'SELIC'.
          03 ARQIND01-DAT-REFERENCIA    PIC 9(08).
          03 ARQIND01-PCT-TAXA-ANO      PIC 9(03)V9(04).
          03 FILLER                     PIC X(10).
