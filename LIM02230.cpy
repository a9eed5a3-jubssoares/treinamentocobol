      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LIM02230                                         *
      * DESCRICAO   : MESTRE DE LIMITES DE CHEQUE ESPECIAL APROVADOS   *
      *               POR CPF/CONTA/MOEDA, COM TAXA CONTRATADA E       *
      *               VIGENCIA POR DATAS; CONSUMIDO PELA APURACAO      *
      *               MENSAL DE JUROS SOBRE SALDO DEVEDOR (EXER0230)   *
      * TAMANHO     : 60 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * CPF         : CPF DO CORRENTISTA                               *
      * NUM-CONTA   : CONTA DO CORRENTISTA                             *
      * COD-MOEDA   : MOEDA DA CONTA                                   *
      * VAL-LIMITE  : LIMITE APROVADO (SALDO NEGATIVO MAXIMO)          *
      * PCT-TAXA-MES: TAXA DE JUROS CONTRATADA, % AO MES (RATEADA EM   *
      *               30 DIAS PARA O CALCULO DIARIO)                   *
      * DAT-INICIO  : INICIO DA VIGENCIA (AAAAMMDD)                    *
      * DAT-FIM     : FIM DA VIGENCIA (AAAAMMDD; 99999999 = ABERTA)    *
      *----------------------------------------------------------------*

       01 ARQLIM01-REGISTRO.
          03 ARQLIM01-CPF               PIC 9(11).
          03 ARQLIM01-NUM-CONTA         PIC 9(04).
          03 ARQLIM01-COD-MOEDA         PIC X(03).
          03 ARQLIM01-VAL-LIMITE        PIC 9(13)V99.
          03 ARQLIM01-PCT-TAXA-MES      PIC 9(03)V9(04).
          03 ARQLIM01-DAT-INICIO        PIC 9(08).
          03 ARQLIM01-DAT-FIM           PIC 9(08).
          03 FILLER                     PIC X(04).
