      *               EXER0512 AVALIA NUMA UNICA PASSADA TODAS AS      *
      *               CAMPANHAS ATIVAS NA DATA DA RODADA; CAMPANHA     *
      *               FORA DA VIGENCIA NAO RODA                        *
      * TAMANHO     : 52 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 03/09/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - INCLUSAO DE ARQCPG01-TIP-PUBLICO PARA *
      *                          CAMPANHAS RESTRITAS AS OFERTAS DE     *
      *                          CREDITO PRE-APROVADO (EXER0326):      *
      *                          REGISTRO PASSA DE 51 PARA 52 BYTES    *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * QTD-MAX-REGS  : TETO DE LINHAS DA CAMPANHA (ZEROS = SEM TETO)  *
      * QTD-SEGMENTOS : PLANO DE SEGMENTACAO (0/1 = SEM; 2-5 = TESTE)  *
      * PCT-SEGMENTO  : PERCENTUAIS DOS SEGMENTOS (SOMA 100)           *
      * TIP-PUBLICO   : ' ' = TODO O CADASTRO / 'O' = SO CLIENTES COM  *
      *                 OFERTA PRE-APROVADA VALIDA NA DATA DA RODADA   *
      *----------------------------------------------------------------*

       01 ARQCPG01-REGISTRO.
          03 ARQCPG01-QTD-MAX-REGS      PIC 9(07).
          03 ARQCPG01-QTD-SEGMENTOS     PIC 9(01).
          03 ARQCPG01-PCT-SEGMENTO      OCCURS 5 TIMES PIC 9(03).
          03 ARQCPG01-TIP-PUBLICO       PIC X(01).
