      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: FER01123                                         *
      * DESCRICAO   : FERIAS CONCEDIDAS AOS FUNCIONARIOS (INTERFACE DO *
      *               RH/FOLHA): UM REGISTRO POR PARCELA DE GOZO, COM  *
      *               OS DIAS GOZADOS E OS DIAS DE ABONO PECUNIARIO.   *
      *               CADA 30 DIAS (GOZO + ABONO) QUITAM UM PERIODO    *
      *               AQUISITIVO, DO MAIS ANTIGO PARA O MAIS NOVO      *
      * TAMANHO     : 40 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * COD-FUNCO       CODIGO DO FUNCIONARIO (ENT01105)               *
      * DAT-INICIO-GOZO DATA DE INICIO DA PARCELA (AAAAMMDD); PARCELAS *
      *                 POSTERIORES A DATA DA RODADA SAO IGNORADAS     *
      * QTD-DIAS-GOZO   DIAS DE FERIAS GOZADOS NA PARCELA              *
      * QTD-DIAS-ABONO  DIAS CONVERTIDOS EM ABONO PECUNIARIO           *
      *----------------------------------------------------------------*

       01 ARQFER01-REGISTRO.
           05 ARQFER01-COD-FUNCO                PIC 9(08).
           05 ARQFER01-DAT-INICIO-GOZO          PIC 9(08).
           05 ARQFER01-QTD-DIAS-GOZO            PIC 9(02).
           05 ARQFER01-QTD-DIAS-ABONO           PIC 9(02).
           05 FILLER                            PIC X(20).
