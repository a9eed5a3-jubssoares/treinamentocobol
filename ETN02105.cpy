      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: ETN02105                                         *
      * DESCRICAO   : RELATORIO DE ESTORNOS CASADOS PELO EXER0205 -    *
      *               UMA LINHA POR MOVIMENTO ORIGINAL (DEPOSITO OU    *
      *               SAQUE) COM O RESPECTIVO ESTORNO (TIPO 'E' DO     *
      *               ENT02105); O ORIGINAL NAO ENTRA NOS TOTAIS,      *
      *               MINIMO/MAXIMO, ALERTAS NEM JANELAS DE            *
      *               FRACIONAMENTO                                    *
      * TAMANHO     : 48 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * CPF          CPF DO CORRENTISTA                                *
      * NUM-CONTA    NUMERO DA CONTA                                   *
      * COD-MOEDA    MOEDA DO MOVIMENTO                                *
      * VAL-MOVTO    VALOR DO MOVIMENTO ORIGINAL (= VALOR DO ESTORNO)  *
      * TIP-ORIGINAL TIPO DO MOVIMENTO ORIGINAL (D-DEPOSITO/S-SAQUE)   *
      * DAT-ORIGINAL DATA DO MOVIMENTO ORIGINAL (DD/MM/AAAA)           *
      * DAT-ESTORNO  DATA DO ESTORNO (DD/MM/AAAA)                      *
      *----------------------------------------------------------------*

       01 ARQETN01-REGISTRO.
          03 ARQETN01-CPF               PIC 9(11).
          03 ARQETN01-NUM-CONTA         PIC 9(04).
          03 ARQETN01-COD-MOEDA         PIC X(03).
          03 ARQETN01-VAL-MOVTO         PIC S9(15)V99 COMP-3.
          03 ARQETN01-TIP-ORIGINAL      PIC X(01).
          03 ARQETN01-DAT-ORIGINAL      PIC X(10).
          03 ARQETN01-DAT-ESTORNO       PIC X(10).
