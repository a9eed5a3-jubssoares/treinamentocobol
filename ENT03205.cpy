      *                          (NUM-EMP-NOVO), QUE RECEBE O SALDO E  *
      *                          A MULTA DO EMPRESTIMO RENEGOCIADO NA  *
      *                          CONCILIACAO (EXER0305)                *
      *  15/10/2026 - J.SOARES - INCLUSAO DO TIPO 'A' (AMORTIZACAO     *
      *                          EXTRAORDINARIA) COM A OPCAO DO        *
      *                          CLIENTE ('P' REDUZ PRAZO / 'V' REDUZ  *
      *                          VALOR DA PARCELA) NOS BYTES DO        *
      *                          NUM-EMP-NOVO (REDEFINES)              *
      *  15/10/2026 - J.SOARES - INCLUSAO DO CANAL 'B' (BOLETO),       *
      *                          PAGAMENTOS GERADOS PELO RETORNO DE    *
      *                          COBRANCA CNAB (EXER0316)              *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * DAT-PAGTO  : DATA DE PAGAMENTO                                 *
      * VAL-PAGO   : VALOR PAGO NESTE PAGAMENTO                        *
      * TIP-MOVIMENTO: 'P' PAGAMENTO / 'E' ESTORNO / 'R' RENEGOCIACAO  *
      *                / 'A' AMORTIZACAO EXTRAORDINARIA                *
      * COD-CANAL  : CANAL DE ORIGEM ('T'/'I'/'C'/'B' BOLETO)          *
      * NUM-EMP-NOVO: EMPRESTIMO SUCESSOR DA RENEGOCIACAO (SO 'R')     *
      * COD-OPCAO-AMORT: OPCAO DA AMORTIZACAO (SO 'A'): 'P' OU BRANCO  *
      *              REDUZ O PRAZO / 'V' REDUZ O VALOR DA PARCELA      *
      *----------------------------------------------------------------*

       01 ARQENT02-REGISTRO.
             88 ARQENT02-MOV-PAGAMENTO                   VALUE 'P' ' '.
             88 ARQENT02-MOV-ESTORNO                     VALUE 'E'.
             88 ARQENT02-MOV-RENEGOCIACAO                VALUE 'R'.
             88 ARQENT02-MOV-AMORTIZACAO                 VALUE 'A'.
          03 ARQENT02-COD-CANAL            PIC  X(01)    VALUE 'T'.
          03 ARQENT02-NUM-EMP-NOVO         PIC S9(03) COMP-3 VALUE +0.
          03 ARQENT02-OPCAO-AMORT          REDEFINES
                                           ARQENT02-NUM-EMP-NOVO.
             05 ARQENT02-COD-OPCAO-AMORT   PIC  X(01).
                88 ARQENT02-AMORT-REDUZ-PRAZO            VALUE 'P' ' '.
                88 ARQENT02-AMORT-REDUZ-PARCELA          VALUE 'V'.
             05 FILLER                     PIC  X(01).
