      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: BJU02227                                         *
      * DESCRICAO   : POSICAO DOS BLOQUEIOS JUDICIAIS (ARQUIVO DE      *
      *               CARRY DO EXER0227: A SAIDA DE UMA RODADA E A     *
      *               ENTRADA DA SEGUINTE). PARA CADA ORDEM VIGENTE,   *
      *               UM REGISTRO DE ORDEM ('O') SEGUIDO DOS           *
      *               REGISTROS DE BLOQUEIO ('B') POR CONTA/MOEDA DO   *
      *               CPF. O VALOR BLOQUEADO E DEDUZIDO DO SALDO       *
      *               DISPONIVEL PELO DEBITO AUTOMATICO (EXER0313)     *
      * TAMANHO     : 89 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO REGISTRO                        *
      *----------------------------------------------------------------*
      * TIP-REGISTRO  'O' ORDEM / 'B' BLOQUEIO EM UMA POSICAO          *
      * NUM-ORDEM     NUMERO DA ORDEM NO JUDICIARIO                    *
      * COD-ORGAO     ORGAO JUDICIAL EMISSOR                           *
      * CPF           CPF DO EXECUTADO                                 *
      * DAT-ORDEM     DATA DA ORDEM (AAAAMMDD)                         *
      * VAL-ORDEM     VALOR DETERMINADO VIGENTE EM REAIS (JA DEDUZIDAS *
      *               AS LIBERACOES PARCIAIS)                          *
      * NUM-CONTA     CONTA DA POSICAO BLOQUEADA (ZEROS NA ORDEM)      *
      * COD-MOEDA     MOEDA DA POSICAO BLOQUEADA (BRANCOS NA ORDEM)    *
      * VAL-BLOQUEADO VALOR BLOQUEADO NA MOEDA DA POSICAO (NA ORDEM,   *
      *               ZEROS)                                           *
      * VAL-BLOQUEADO-BRL  VALOR BLOQUEADO CONVERTIDO EM REAIS (NA     *
      *               ORDEM, TOTAL BLOQUEADO DA ORDEM)                 *
      * DAT-BLOQUEIO  DATA DA RODADA QUE EFETUOU O BLOQUEIO (AAAAMMDD) *
      *----------------------------------------------------------------*

       01 ARQBJU01-REGISTRO.
          03 ARQBJU01-TIP-REGISTRO      PIC X(01).
             88 ARQBJU01-REG-ORDEM                  VALUE 'O'.
             88 ARQBJU01-REG-BLOQUEIO               VALUE 'B'.
          03 ARQBJU01-NUM-ORDEM         PIC X(20).
          03 ARQBJU01-COD-ORGAO         PIC X(07).
          03 ARQBJU01-CPF               PIC 9(11).
          03 ARQBJU01-DAT-ORDEM         PIC 9(08).
          03 ARQBJU01-VAL-ORDEM         PIC S9(15)V99 COMP-3.
          03 ARQBJU01-NUM-CONTA         PIC 9(04).
          03 ARQBJU01-COD-MOEDA         PIC X(03).
          03 ARQBJU01-VAL-BLOQUEADO     PIC S9(15)V99 COMP-3.
          03 ARQBJU01-VAL-BLOQUEADO-BRL PIC S9(15)V99 COMP-3.
          03 ARQBJU01-DAT-BLOQUEIO      PIC 9(08).
