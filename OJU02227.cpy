      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: OJU02227                                         *
      * DESCRICAO   : ORDENS JUDICIAIS DE BLOQUEIO E DE LIBERACAO DE   *
      *               VALORES EM CONTAS DE DEPOSITO (BLOQUEIO          *
      *               JUDICIAL), RECEBIDAS DO SISTEMA DO JUDICIARIO E  *
      *               APLICADAS PELO EXER0227 SOBRE AS POSICOES DE     *
      *               SALDO DO CPF (SLD02105)                          *
      * TAMANHO     : 60 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * NUM-ORDEM   : NUMERO DA ORDEM (OFICIO/PROCESSO) NO JUDICIARIO  *
      * COD-ORGAO   : CODIGO DO ORGAO JUDICIAL EMISSOR (VARA/JUIZO)    *
      * TIP-ORDEM   : 'B' BLOQUEIO / 'L' LIBERACAO DE ORDEM ANTERIOR   *
      * CPF         : CPF DO EXECUTADO (TITULAR DAS POSICOES)          *
      * VAL-ORDEM   : NO BLOQUEIO, VALOR A BLOQUEAR EM REAIS; NA       *
      *               LIBERACAO, VALOR A LIBERAR (ZEROS = LIBERACAO    *
      *               TOTAL DA ORDEM)                                  *
      * DAT-ORDEM   : DATA DA ORDEM (AAAAMMDD)                         *
      *----------------------------------------------------------------*

       01 ARQOJU01-REGISTRO.
          03 ARQOJU01-NUM-ORDEM         PIC X(20).
          03 ARQOJU01-COD-ORGAO         PIC X(07).
          03 ARQOJU01-TIP-ORDEM         PIC X(01).
             88 ARQOJU01-BLOQUEIO                   VALUE 'B'.
             88 ARQOJU01-LIBERACAO                  VALUE 'L'.
          03 ARQOJU01-CPF               PIC 9(11).
          03 ARQOJU01-VAL-ORDEM         PIC S9(15)V99 COMP-3.
          03 ARQOJU01-DAT-ORDEM         PIC 9(08).
          03 FILLER                     PIC X(04).
