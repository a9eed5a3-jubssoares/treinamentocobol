      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: PCT02247                                         *
      * DESCRICAO   : PLANO DE CONTAS CONTABIL (CADASTRO MESTRE DAS    *
      *               CONTAS DO RAZAO GERAL), EM ORDEM CRESCENTE DE    *
      *               CODIGO DA CONTA, LIDO PELO CONSOLIDADOR          *
      *               CONTABIL EXER0247                                *
      * TAMANHO     : 080 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * COD-CONTA     : CODIGO DA CONTA CONTABIL (CHAVE)               *
      * DES-CONTA     : DESCRICAO DA CONTA                             *
      * TIP-CONTA     : 'A' ATIVO / 'P' PASSIVO / 'L' PATRIMONIO       *
      *                 LIQUIDO / 'R' RECEITA / 'D' DESPESA            *
      * NAT-SALDO     : 'D' SALDO DEVEDOR / 'C' SALDO CREDOR           *
      * SIT-CONTA     : 'A' ATIVA / 'I' INATIVA (NAO ACEITA            *
      *                 LANCAMENTO)                                    *
      *----------------------------------------------------------------*

       01 ARQPCT01-REGISTRO.
          03 ARQPCT01-COD-CONTA         PIC X(08).
          03 ARQPCT01-DES-CONTA         PIC X(40).
          03 ARQPCT01-TIP-CONTA         PIC X(01).
             88 ARQPCT01-TIP-VALIDO             VALUE 'A' 'P' 'L'
                                                      'R' 'D'.
          03 ARQPCT01-NAT-SALDO         PIC X(01).
             88 ARQPCT01-SALDO-DEVEDOR          VALUE 'D'.
             88 ARQPCT01-SALDO-CREDOR           VALUE 'C'.
          03 ARQPCT01-SIT-CONTA         PIC X(01).
             88 ARQPCT01-CONTA-ATIVA            VALUE 'A'.
             88 ARQPCT01-CONTA-INATIVA          VALUE 'I'.
          03 FILLER                     PIC X(29).
