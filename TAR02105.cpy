      * TAMANHO     : 53 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - SEGMENTOS 'R', 'A' E 'P' DO CADASTRO  *
      *                          MENSAL DE SEGMENTOS (SEG02240)        *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      *               'T' TRANSFERENCIA ENVIADA)                       *
      * COD-CANAL   : CANAL DO MOVIMENTO ('BAT' ARQUIVO BATCH;         *
      *               '***' = QUALQUER CANAL)                          *
      * COD-SEGMENTO: SEGMENTO DO CLIENTE ('R' VAREJO, 'A' ALTA RENDA, *
      *               'P' PRIVATE DO CADASTRO SEG02240; 'V' VIP DO     *
      *               RANKING RNK02105, 'G' GERAL, '*' = QUALQUER      *
      *               SEGMENTO). SEM LINHA PARA O SEGMENTO DO CADASTRO *
      *               VALE A LINHA 'V'/'G'. LINHA COM TARIFA ZERADA =  *
      *               ISENCAO                                          *
      * DAT-INICIO  : INICIO DA VIGENCIA (AAAAMMDD)                    *
      * DAT-FIM     : FIM DA VIGENCIA (AAAAMMDD; 99999999 = ABERTA)    *
      * VAL-TARIFA  : TARIFA FIXA POR MOVIMENTO                       *
