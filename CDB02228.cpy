      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: CDB02228                                         *
      * DESCRICAO   : CADASTRO DE APLICACOES EM CDB (DEPOSITO A PRAZO) *
      *               - VSAM KSDS, CHAVE CPF + NUM-CDB. INCLUIDO PELAS *
      *               TRANSACOES DE APLICACAO E ATUALIZADO NA RODADA   *
      *               DIARIA DO EXER0228 (APROPRIACAO DO RENDIMENTO,   *
      *               RESGATE NO VENCIMENTO E RESGATE ANTECIPADO); O   *
      *               REGISTRO E MANTIDO APOS O RESGATE                *
      * TAMANHO     : 100 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO REGISTRO                        *
      *----------------------------------------------------------------*
      * CPF              CPF DO APLICADOR (CHAVE)                      *
      * NUM-CDB          NUMERO DO CERTIFICADO NO CPF (CHAVE)          *
      * NUM-CONTA        CONTA DE DEPOSITO EM REAIS DE ORIGEM DOS      *
      *                  RECURSOS E DE CREDITO DO RESGATE              *
      * DAT-APLICACAO    DATA DA APLICACAO (AAAAMMDD)                  *
      * DAT-VENCIMENTO   DATA DO VENCIMENTO (AAAAMMDD)                 *
      * PCT-TAXA-ANO     TAXA PREFIXADA (% AO ANO, CAPITALIZACAO       *
      *                  DIARIA EM DIAS CORRIDOS, BASE 365)            *
      * VAL-PRINCIPAL    VALOR APLICADO                                *
      * VAL-RENDIMENTO   RENDIMENTO BRUTO APROPRIADO ATE A DATA DA     *
      *                  ULTIMA APROPRIACAO                            *
      * DAT-APROPRIACAO  DATA DA ULTIMA APROPRIACAO (AAAAMMDD)         *
      * SIT-CDB          'A' ATIVO / 'V' RESGATADO NO VENCIMENTO /     *
      *                  'R' RESGATADO ANTECIPADAMENTE                 *
      * DAT-RESGATE      DATA DO RESGATE (ZEROS = ATIVO)               *
      * VAL-IRRF         IRRF RETIDO NO RESGATE (TABELA REGRESSIVA)    *
      * VAL-LIQUIDO      VALOR LIQUIDO CREDITADO NA CONTA NO RESGATE   *
      *----------------------------------------------------------------*

       01 ARQCDB01-REGISTRO.
           05 ARQCDB01-CHAVE.
              10 ARQCDB01-CPF                   PIC 9(11).
              10 ARQCDB01-NUM-CDB               PIC 9(06).
           05 ARQCDB01-NUM-CONTA                PIC 9(04).
           05 ARQCDB01-DAT-APLICACAO            PIC 9(08).
           05 ARQCDB01-DAT-VENCIMENTO           PIC 9(08).
           05 ARQCDB01-PCT-TAXA-ANO             PIC 9(03)V9(04).
           05 ARQCDB01-VAL-PRINCIPAL            PIC S9(13)V99 COMP-3.
           05 ARQCDB01-VAL-RENDIMENTO           PIC S9(13)V99 COMP-3.
           05 ARQCDB01-DAT-APROPRIACAO          PIC 9(08).
           05 ARQCDB01-SIT-CDB                  PIC X(01).
              88 ARQCDB01-CDB-ATIVO             VALUE 'A'.
              88 ARQCDB01-CDB-VENCIDO           VALUE 'V'.
              88 ARQCDB01-CDB-RESGATADO         VALUE 'R'.
           05 ARQCDB01-DAT-RESGATE              PIC 9(08).
           05 ARQCDB01-VAL-IRRF                 PIC S9(13)V99 COMP-3.
           05 ARQCDB01-VAL-LIQUIDO              PIC S9(13)V99 COMP-3.
           05 FILLER                            PIC X(07).
