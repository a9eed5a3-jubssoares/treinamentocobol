      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: FGC02236                                         *
      * DESCRICAO   : ARQUIVO REGULATORIO DE COBERTURA DO FUNDO        *
      *               GARANTIDOR DE CREDITOS (FGC) - UM REGISTRO POR   *
      *               CPF COM O SALDO CONSOLIDADO EM BRL DE TODAS AS   *
      *               SUAS CONTAS E MOEDAS (CONTA CONJUNTA RATEADA     *
      *               ENTRE OS TITULARES), A PARCELA COBERTA ATE O     *
      *               LIMITE E A PARCELA DESCOBERTA. GRAVADO PELO      *
      *               EXER0236 NO FECHAMENTO DO MES, EM ORDEM DE CPF   *
      * TAMANHO     : 80 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * CPF            : CPF DO DEPOSITANTE                            *
      * DAT-REFERENCIA : DATA-BASE DOS SALDOS (AAAAMMDD)               *
      * QTDE-CONTAS    : QTDE DE CONTAS EM QUE O CPF E TITULAR         *
      * QTDE-CONJUNTAS : DESTAS, QTDE DE CONTAS CONJUNTAS (RATEADAS)   *
      * VAL-SALDO      : SALDO CREDOR CONSOLIDADO EM BRL               *
      * VAL-COBERTO    : PARCELA COBERTA (ATE O LIMITE POR CPF)        *
      * VAL-DESCOBERTO : PARCELA ACIMA DO LIMITE                       *
      * COD-FAIXA      : FAIXA DE SALDO: 1 ATE 1.000,00 / 2 ATE        *
      *                  10.000,00 / 3 ATE 50.000,00 / 4 ATE O LIMITE  *
      *                  / 5 ACIMA DO LIMITE                           *
      *----------------------------------------------------------------*

       01 ARQFGC01-REGISTRO.
          03 ARQFGC01-CPF               PIC 9(11).
          03 ARQFGC01-DAT-REFERENCIA    PIC 9(08).
          03 ARQFGC01-QTDE-CONTAS       PIC 9(03).
          03 ARQFGC01-QTDE-CONJUNTAS    PIC 9(03).
          03 ARQFGC01-VAL-SALDO         PIC 9(15)V99.
          03 ARQFGC01-VAL-COBERTO       PIC 9(15)V99.
          03 ARQFGC01-VAL-DESCOBERTO    PIC 9(15)V99.
          03 ARQFGC01-COD-FAIXA         PIC 9(01).
          03 FILLER                     PIC X(03).
