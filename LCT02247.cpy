      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LCT02247                                         *
      * DESCRICAO   : ARQUIVO PADRAO DE LANCAMENTOS DO RAZAO GERAL,    *
      *               GERADO PELO CONSOLIDADOR EXER0247 A PARTIR DOS   *
      *               LANCAMENTOS DE ORIGEM DOS PROCESSOS DO BOOK,     *
      *               PARA CARGA NO SISTEMA CONTABIL. CADA PARTIDA     *
      *               DOBRADA TEM O MESMO NUM-LANCAMENTO NA PERNA DE   *
      *               DEBITO E NA DE CREDITO                           *
      * TAMANHO     : 090 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * DAT-LANCAMENTO : DATA DO LANCAMENTO (AAAAMMDD)                 *
      * NUM-LANCAMENTO : NUMERO SEQUENCIAL DA PARTIDA NA RODADA        *
      * COD-EVENTO     : EVENTO DE ORIGEM                              *
      * TIP-LANCAMENTO : 'D' DEBITO / 'C' CREDITO                      *
      * COD-CONTA      : CONTA DO PLANO DE CONTAS (PCT02247)           *
      * COD-MOEDA      : MOEDA DO VALOR                                *
      * VAL-LANCAMENTO : VALOR DA PERNA (SEMPRE POSITIVO)              *
      * CHAVE-ORIGEM   : AGENCIA/CONTA/EMPRESTIMO (CTB03105) OU        *
      *                  ZEROS                                         *
      * DES-HISTORICO  : HISTORICO DO LANCAMENTO DE ORIGEM             *
      *----------------------------------------------------------------*

       01 ARQLCT01-REGISTRO.
          03 ARQLCT01-DAT-LANCAMENTO    PIC 9(08).
          03 ARQLCT01-NUM-LANCAMENTO    PIC 9(07).
          03 ARQLCT01-COD-EVENTO        PIC X(08).
          03 ARQLCT01-TIP-LANCAMENTO    PIC X(01).
             88 ARQLCT01-LANC-DEBITO            VALUE 'D'.
             88 ARQLCT01-LANC-CREDITO           VALUE 'C'.
          03 ARQLCT01-COD-CONTA         PIC X(08).
          03 ARQLCT01-COD-MOEDA         PIC X(03).
          03 ARQLCT01-VAL-LANCAMENTO    PIC S9(15)V99 COMP-3.
          03 ARQLCT01-CHAVE-ORIGEM      PIC 9(09).
          03 ARQLCT01-DES-HISTORICO     PIC X(25).
          03 FILLER                     PIC X(12).
