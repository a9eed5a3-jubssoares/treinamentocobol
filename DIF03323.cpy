      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: DIF03323                                         *
      * DESCRICAO   : EMPRESTIMOS COM PARCELAS DIFERIDAS POR MORATORIA *
      *               (ARQUIVO DE CARRY DO EXER0323: A SAIDA DE UMA    *
      *               RODADA E A ENTRADA DA SEGUINTE). E A RELACAO     *
      *               ENVIADA AO REGULADOR E SUSPENDE A COBRANCA DO    *
      *               EXER0306 E O DEBITO AUTOMATICO DO EXER0313       *
      *               ENTRE A DATA DE INICIO E A DATA DE FIM           *
      * TAMANHO     : 080 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS                                    *
      *----------------------------------------------------------------*
      * CHAVE             : AGENCIA/CONTA/EMPRESTIMO                   *
      * COD-MORATORIA     : MORATORIA APLICADA (MRT03323)              *
      * DAT-INICIO        : INICIO DA SUSPENSAO (AAAAMMDD)             *
      * DAT-FIM           : FIM DA SUSPENSAO (AAAAMMDD)                *
      * QTD-MESES         : MESES DE CARENCIA                          *
      * IND-JUROS         : 'C' CAPITALIZADOS / 'I' ISENTOS            *
      * QTD-PARCELAS      : PARCELAS DIFERIDAS                         *
      * VAL-SALDO         : PRINCIPAL EM ABERTO NO DIFERIMENTO         *
      * VAL-JUROS-CAPITAL : JUROS DO PERIODO CAPITALIZADOS             *
      * DAT-PRIM-VENCTO   : PRIMEIRO VENCIMENTO APOS O DIFERIMENTO     *
      * DAT-PROCESSAMENTO : DATA DO MOVIMENTO DO DIFERIMENTO           *
      *----------------------------------------------------------------*

       01 ARQDIF01-REGISTRO.
          03 ARQDIF01-CHAVE.
             05 ARQDIF01-COD-AGENCIA    PIC 9(03).
             05 ARQDIF01-NUM-CONTA      PIC 9(03).
             05 ARQDIF01-NUM-EMPRESTIMO PIC 9(03).
          03 ARQDIF01-COD-MORATORIA     PIC 9(03).
          03 ARQDIF01-DAT-INICIO        PIC 9(08).
          03 ARQDIF01-DAT-FIM           PIC 9(08).
          03 ARQDIF01-QTD-MESES         PIC 9(02).
          03 ARQDIF01-IND-JUROS         PIC X(01).
          03 ARQDIF01-QTD-PARCELAS      PIC 9(03).
          03 ARQDIF01-VAL-SALDO         PIC S9(13)V99 COMP-3.
          03 ARQDIF01-VAL-JUROS-CAPITAL PIC S9(13)V99 COMP-3.
          03 ARQDIF01-DAT-PRIM-VENCTO   PIC 9(08).
          03 ARQDIF01-DAT-PROCESSAMENTO PIC 9(08).
          03 FILLER                     PIC X(14).
