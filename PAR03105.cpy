      * TAMANHO     : 53 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - PARCELAS A VENCER CANCELADAS ('C')    *
      *                          NA AMORTIZACAO EXTRAORDINARIA; AS     *
      *                          PARCELAS RECALCULADAS ENTRAM COM      *
      *                          NUMERACAO APOS A ULTIMA EXISTENTE,    *
      *                          NOS MESMOS VENCIMENTOS (EXER0308)     *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA/SAIDA                   *
      *----------------------------------------------------------------*
      * VAL-PARCELA    : VALOR TOTAL DA PARCELA                        *
      * VAL-PAGO-ACUM  : VALOR JA ALOCADO A PARCELA                    *
      * SIT-PARCELA    : 'A' ABERTA / 'P' PARCIAL / 'Q' QUITADA /     *
      *                  'C' CANCELADA POR RENEGOCIACAO OU POR        *
      *                  AMORTIZACAO EXTRAORDINARIA                   *
      *----------------------------------------------------------------*

       01 ARQPAR01-REGISTRO.
