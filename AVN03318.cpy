      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: AVN03318                                         *
      * DESCRICAO   : INTERFACE DE IMPRESSAO DO AVISO PREVIO DE        *
      *               NEGATIVACAO (COMUNICACAO ESCRITA AO DEVEDOR      *
      *               ANTES DA INCLUSAO NO BUREAU DE CREDITO), GERADA  *
      *               PELO EXER0318 QUANDO O EMPRESTIMO ATINGE O       *
      *               ESTAGIO 3 DA COBRANCA                            *
      * TAMANHO     : 100 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * CHAVE        : AGENCIA/CONTA/EMPRESTIMO                        *
      * CPF          : CPF DO DEVEDOR                                  *
      * NOM-DEVEDOR  : NOME DO DEVEDOR (CADASTRO ENT03105)             *
      * VAL-DEBITO   : SALDO DEVEDOR NA DATA DO AVISO                  *
      * DAT-VENCIMENTO: VENCIMENTO DA DIVIDA (FIM DA CARENCIA)         *
      * DAT-AVISO    : DATA DE EMISSAO DO AVISO                        *
      * DAT-INCLUSAO-PREVISTA: DATA A PARTIR DA QUAL A DIVIDA SERA     *
      *                INFORMADA AO BUREAU SE NAO FOR REGULARIZADA     *
      *----------------------------------------------------------------*

       01 ARQAVN01-REGISTRO.
          03 ARQAVN01-CHAVE.
             05 ARQAVN01-COD-AGENCIA    PIC 9(03).
             05 ARQAVN01-NUM-CONTA      PIC 9(03).
             05 ARQAVN01-NUM-EMPRESTIMO PIC 9(03).
          03 ARQAVN01-CPF               PIC 9(11).
          03 ARQAVN01-NOM-DEVEDOR       PIC X(40).
          03 ARQAVN01-VAL-DEBITO        PIC S9(13)V99 COMP-3.
          03 ARQAVN01-DAT-VENCIMENTO    PIC 9(08).
          03 ARQAVN01-DAT-AVISO         PIC 9(08).
          03 ARQAVN01-DAT-INCLUSAO-PREVISTA
                                        PIC 9(08).
          03 FILLER                     PIC X(08).
