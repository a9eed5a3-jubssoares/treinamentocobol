      * TAMANHO     : 51 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - O EXER0228 TAMBEM ACRESCENTA AO       *
      *                          ARQUIVO O IRRF RETIDO NA LIQUIDACAO   *
      *                          DOS CDB (RENDIMENTO BRUTO EM          *
      *                          VAL-JUROS-BRUTO, ALIQUOTA REGRESSIVA) *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
