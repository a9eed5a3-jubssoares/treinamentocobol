      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: VIN03322                                         *
      * DESCRICAO   : HISTORICO DAS SAFRAS DE EMPRESTIMOS (ARQUIVO DE  *
      *               CARRY DO EXER0322: A SAIDA DE UM MES E A ENTRADA *
      *               DO MES SEGUINTE). UM REGISTRO POR SAFRA (MES DE  *
      *               CONCESSAO), PLANO E MES DE REFERENCIA, EM ORDEM  *
      *               DE CHAVE; CADA MES ACRESCENTA UMA DIAGONAL AO    *
      *               TRIANGULO DAS SAFRAS                             *
      * TAMANHO     : 080 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA/SAIDA                   *
      *----------------------------------------------------------------*
      * ANO-MES-SAFRA   : MES DE CONCESSAO (ARQENT01-DAT-EMPRE, AAAAMM)*
      * COD-PLANO       : 'P' PRICE / 'S' SAC / 'B' BULLET             *
      * ANO-MES-REF     : MES DE REFERENCIA DA FOTOGRAFIA (AAAAMM)     *
      * QTD-MESES-CARTEIRA: MESES EM CARTEIRA (REF - SAFRA)            *
      * QTD-EMPRESTIMOS : EMPRESTIMOS DA SAFRA/PLANO                   *
      * VAL-ORIGINADO   : VALOR CONCEDIDO (BASE DOS PERCENTUAIS)       *
      * VAL-SALDO-ATIVO : SALDO DEVEDOR DOS EMPRESTIMOS ATIVOS         *
      * VAL-ATRASO-30   : SALDO COM ATRASO DE 30 DIAS OU MAIS          *
      * VAL-ATRASO-90   : SALDO COM ATRASO DE 90 DIAS OU MAIS          *
      * VAL-BAIXADO     : SALDO BAIXADO COMO PREJUIZO (BXA03105)       *
      * VAL-RENEGOCIADO : SALDO TRANSFERIDO A SUCESSORES DE            *
      *                   RENEGOCIACAO                                 *
      *----------------------------------------------------------------*

       01 ARQVIN01-REGISTRO.
          03 ARQVIN01-CHAVE.
             05 ARQVIN01-ANO-MES-SAFRA  PIC 9(06).
             05 ARQVIN01-COD-PLANO      PIC X(01).
                88 ARQVIN01-PLANO-PRICE        VALUE 'P'.
                88 ARQVIN01-PLANO-SAC          VALUE 'S'.
                88 ARQVIN01-PLANO-BULLET       VALUE 'B'.
             05 ARQVIN01-ANO-MES-REF    PIC 9(06).
          03 ARQVIN01-QTD-MESES-CARTEIRA
                                        PIC 9(03).
          03 ARQVIN01-QTD-EMPRESTIMOS   PIC 9(05).
          03 ARQVIN01-VAL-ORIGINADO     PIC S9(13)V99 COMP-3.
          03 ARQVIN01-VAL-SALDO-ATIVO   PIC S9(13)V99 COMP-3.
          03 ARQVIN01-VAL-ATRASO-30     PIC S9(13)V99 COMP-3.
          03 ARQVIN01-VAL-ATRASO-90     PIC S9(13)V99 COMP-3.
          03 ARQVIN01-VAL-BAIXADO       PIC S9(13)V99 COMP-3.
          03 ARQVIN01-VAL-RENEGOCIADO   PIC S9(13)V99 COMP-3.
          03 FILLER                     PIC X(11).
