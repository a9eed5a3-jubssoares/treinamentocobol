      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: SCT02247                                         *
      * DESCRICAO   : SALDOS DAS CONTAS DO RAZAO GERAL POR MOEDA       *
      *               (ARQUIVO DE CARRY DO EXER0247: A SAIDA DE UMA    *
      *               RODADA E A ENTRADA DA SEGUINTE), EM ORDEM        *
      *               CRESCENTE DE CONTA E MOEDA                       *
      * TAMANHO     : 040 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA/SAIDA                   *
      *----------------------------------------------------------------*
      * COD-CONTA     : CONTA DO PLANO DE CONTAS (CHAVE)               *
      * COD-MOEDA     : MOEDA DO SALDO (CHAVE)                         *
      * DAT-SALDO     : DATA DE REFERENCIA DA RODADA QUE GRAVOU        *
      * VAL-SALDO     : SALDO (POSITIVO = DEVEDOR, NEGATIVO = CREDOR)  *
      *----------------------------------------------------------------*

       01 ARQSCT01-REGISTRO.
          03 ARQSCT01-CHAVE.
             05 ARQSCT01-COD-CONTA      PIC X(08).
             05 ARQSCT01-COD-MOEDA      PIC X(03).
          03 ARQSCT01-DAT-SALDO         PIC 9(08).
          03 ARQSCT01-VAL-SALDO         PIC S9(15)V99 COMP-3.
          03 FILLER                     PIC X(12).
