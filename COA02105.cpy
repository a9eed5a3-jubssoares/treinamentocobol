      * TAMANHO     : 81 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - ENQUADRAMENTO CONFORME O TIPO DO CASO *
      *                          (CAS02105): FRACIONAMENTO OU CONTA DE *
      *                          PASSAGEM LEQUE/PASSAGEM/CONTA NOVA    *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * QTDE-OPERACOES : QTDE DE OPERACOES AGREGADAS                   *
      * VAL-TOTAL      : VALOR TOTAL AGREGADO                          *
      * NUM-CASO       : NUMERO DO CASO INTERNO                        *
      * DES-ENQUADRAMENTO: ENQUADRAMENTO DA COMUNICACAO (CONFORME O    *
      *                  TIPO DO CASO)                                 *
      *----------------------------------------------------------------*

       01 ARQCOA01-REGISTRO.
