      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 5      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: RSP05114                                         *
      * DESCRICAO   : RESPOSTAS DE CAMPANHA ATRIBUIDAS PELO EXER0514:  *
      *               UM REGISTRO POR RETORNO 'R' (RET05106) CASADO    *
      *               COM O CONTATO DA CAMP_HISTORICO, ENTRADA DO      *
      *               CADASTRO DE LEADS (EXER0517)                     *
      * TAMANHO     : 40 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO REGISTRO                        *
      *----------------------------------------------------------------*
      * COD-CLIENTE   : CODIGO DO CLIENTE (CCLUB)                      *
      * COD-CAMPANHA  : CAMPANHA DO CONTATO A QUE A RESPOSTA E         *
      *                 ATRIBUIDA                                      *
      * NUM-ONDA      : ONDA DA JORNADA DO CONTATO (1-9)               *
      * DAT-CONTATO   : DATA DO CONTATO (AAAAMMDD)                     *
      * DAT-RESPOSTA  : DATA DA RESPOSTA NO FEED (AAAAMMDD; ZEROS =    *
      *                 DATA INVALIDA NO FEED)                         *
      *----------------------------------------------------------------*

       01 ARQRSP01-REGISTRO.
          03 ARQRSP01-COD-CLIENTE       PIC 9(10).
          03 ARQRSP01-COD-CAMPANHA      PIC X(08).
          03 ARQRSP01-NUM-ONDA          PIC 9(01).
          03 ARQRSP01-DAT-CONTATO       PIC 9(08).
          03 ARQRSP01-DAT-RESPOSTA      PIC 9(08).
          03 FILLER                     PIC X(05).
