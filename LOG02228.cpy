      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LOG02228                                         *
      * DESCRICAO   : EVENTOS DO CADASTRO DE CDB NA RODADA DIARIA DO   *
      *               EXER0228: APLICACOES, RESGATES NO VENCIMENTO E   *
      *               RESGATES ANTECIPADOS, COM O CALCULO DO RESGATE   *
      * TAMANHO     : 74 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      * EVENTO       'A' APLICACAO / 'V' RESGATE NO VENCIMENTO /       *
      *              'R' RESGATE ANTECIPADO                            *
      * QTD-DIAS     DIAS CORRIDOS DA APLICACAO ATE O RESGATE          *
      * PCT-ALIQUOTA ALIQUOTA DE IRRF DA TABELA REGRESSIVA (%)         *
      *----------------------------------------------------------------*

       01 ARQLOG01-REGISTRO.
           05 ARQLOG01-CPF                      PIC 9(11).
           05 ARQLOG01-NUM-CDB                  PIC 9(06).
           05 ARQLOG01-NUM-CONTA                PIC 9(04).
           05 ARQLOG01-EVENTO                   PIC X(01).
              88 ARQLOG01-EVT-APLICACAO         VALUE 'A'.
              88 ARQLOG01-EVT-VENCIMENTO        VALUE 'V'.
              88 ARQLOG01-EVT-RESGATE           VALUE 'R'.
           05 ARQLOG01-DAT-EVENTO               PIC 9(08).
           05 ARQLOG01-QTD-DIAS                 PIC 9(05).
           05 ARQLOG01-VAL-PRINCIPAL            PIC S9(13)V99 COMP-3.
           05 ARQLOG01-VAL-RENDIMENTO           PIC S9(13)V99 COMP-3.
           05 ARQLOG01-PCT-ALIQUOTA             PIC 9(03)V9(04).
           05 ARQLOG01-VAL-IRRF                 PIC S9(13)V99 COMP-3.
           05 ARQLOG01-VAL-LIQUIDO              PIC S9(13)V99 COMP-3.
