      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: EXP03325                                         *
      * DESCRICAO   : EXPOSICAO AJUSTADA PELAS GARANTIAS, POR          *
      *               EMPRESTIMO EM ABERTO, GERADA MENSALMENTE PELO    *
      *               EXER0325 (LOAN-TO-VALUE) E LIDA PELO EXER0310    *
      *               PARA SEPARAR NO PROVISIONAMENTO A PARCELA        *
      *               COBERTA E A DESCOBERTA DO SALDO                  *
      * TAMANHO     : 60 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * CHAVE           : AGENCIA/CONTA/EMPRESTIMO                     *
      * VAL-SALDO       : SALDO DEVEDOR DO RAZAO (LED03105)            *
      * VAL-GARANTIAS   : SOMA DAS AVALIACOES DAS GARANTIAS COM        *
      *                   GRAVAME ATIVO ('P' OU 'R')                   *
      * VAL-COBERTO     : MENOR ENTRE O SALDO E AS GARANTIAS           *
      * VAL-DESCOBERTO  : SALDO - COBERTO                              *
      * PCT-LTV         : SALDO / GARANTIAS X 100 (999,99 QUANDO SEM   *
      *                   GARANTIA OU ACIMA DO LIMITE DO CAMPO)        *
      * DAT-REFERENCIA  : DATA DE REFERENCIA DO CALCULO (AAAAMMDD)     *
      *----------------------------------------------------------------*

       01 ARQEXP01-REGISTRO.
          03 ARQEXP01-CHAVE.
             05 ARQEXP01-COD-AGENCIA    PIC 9(03).
             05 ARQEXP01-NUM-CONTA      PIC 9(03).
             05 ARQEXP01-NUM-EMPRESTIMO PIC 9(03).
          03 ARQEXP01-VAL-SALDO         PIC S9(13)V99 COMP-3.
          03 ARQEXP01-VAL-GARANTIAS     PIC S9(13)V99 COMP-3.
          03 ARQEXP01-VAL-COBERTO       PIC S9(13)V99 COMP-3.
          03 ARQEXP01-VAL-DESCOBERTO    PIC S9(13)V99 COMP-3.
          03 ARQEXP01-PCT-LTV           PIC 9(03)V99.
          03 ARQEXP01-DAT-REFERENCIA    PIC 9(08).
          03 FILLER                     PIC X(06).
