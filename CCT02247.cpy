      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: CCT02247                                         *
      * DESCRICAO   : CONTROLE ACUMULATIVO DOS LANCAMENTOS DE ORIGEM   *
      *               JA CONTABILIZADOS PELO EXER0247, POR DATA,       *
      *               EVENTO E MOEDA, PARA QUE A MESMA GERACAO DE      *
      *               UM PROCESSO MENSAL NAO SEJA LANCADA DE NOVO NAS  *
      *               RODADAS DIARIAS SEGUINTES                        *
      * TAMANHO     : 050 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA/SAIDA                   *
      *----------------------------------------------------------------*
      * DAT-LANCAMENTO   : DATA DOS LANCAMENTOS DE ORIGEM (CHAVE)      *
      * COD-EVENTO       : EVENTO (CHAVE)                              *
      * COD-MOEDA        : MOEDA (CHAVE)                               *
      * DAT-PROCESSAMENTO: DATA DE REFERENCIA DA RODADA QUE LANCOU     *
      * QTD-LANCAMENTOS  : LANCAMENTOS DE ORIGEM CONTABILIZADOS        *
      * VAL-DEBITOS      : TOTAL LANCADO A DEBITO                      *
      *----------------------------------------------------------------*

       01 ARQCCT01-REGISTRO.
          03 ARQCCT01-CHAVE.
             05 ARQCCT01-DAT-LANCAMENTO PIC 9(08).
             05 ARQCCT01-COD-EVENTO     PIC X(08).
             05 ARQCCT01-COD-MOEDA      PIC X(03).
          03 ARQCCT01-DAT-PROCESSAMENTO PIC 9(08).
          03 ARQCCT01-QTD-LANCAMENTOS   PIC 9(07).
          03 ARQCCT01-VAL-DEBITOS       PIC S9(15)V99 COMP-3.
          03 FILLER                     PIC X(07).
