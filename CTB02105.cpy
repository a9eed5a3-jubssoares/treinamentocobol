      * TAMANHO     : 49 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - NOVOS EVENTOS 'JUROSCRD'/'IRRFRET '   *
      *                          (EXER0210), 'TARIFA  ' (EXER0216),    *
      *                          'JUROSAPR' (EXER0309) E 'PROVISAO'    *
      *                          (EXER0310), CONSOLIDADOS NO RAZAO     *
      *                          GERAL PELO EXER0247; VALOR NA MOEDA   *
      *                          DO EVENTO, EXCETO REAVALIA (EM BRL)   *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * COD-EVENTO     : EVENTO GERADOR (EX: 'REAVALIA')               *
      * COD-MOEDA      : MOEDA DO EVENTO                               *
      * NATUREZA       : 'C' CREDITO (GANHO) / 'D' DEBITO (PERDA)      *
      * VAL-LANCAMENTO : VALOR NA MOEDA DO EVENTO (REAVALIA: EM BRL)   *
      * DES-HISTORICO  : HISTORICO DO LANCAMENTO                       *
      *----------------------------------------------------------------*

