      * TAMANHO     : 62 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 25/01/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - MOTIVO 03 - CONTA INEXISTENTE OU NAO  *
      *                          ABERTA NO CADASTRO DE CONTAS CTA02225 *
      *  15/10/2026 - J.SOARES - MOTIVO 04 - ESTORNO SEM MOVIMENTO     *
      *                          ORIGINAL CORRESPONDENTE NO ARQUIVO    *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * DIG-CPF     : DIGITO VERIFICADOR INFORMADO                     *
      * DAT-DEPOS   : DATA DO MOVIMENTO                                *
      * VAL-DEPOS   : VALOR DO MOVIMENTO                                *
      * COD-MOTIVO  : CODIGO DO MOTIVO DA REJEICAO (01 DIGITO CPF,     *
      *               02 VALOR ZERADO OU NEGATIVO, 03 CONTA            *
      *               INEXISTENTE OU NAO ABERTA, 04 ESTORNO SEM        *
      *               MOVIMENTO ORIGINAL)                              *
      * DESC-MOTIVO : DESCRICAO DO MOTIVO DA REJEICAO                  *
      *----------------------------------------------------------------*

