      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: PKY02244                                         *
      * DESCRICAO   : REVISOES CADASTRAIS (KYC) VENCIDAS, GERADAS PELO *
      *               EXER0244 A CADA RODADA. LIDAS PELO BOLETIM DE    *
      *               ALERTAS (EXER0603) E PELA DECISAO DE CREDITO     *
      *               (EXER0314), QUE RECUSA O CPF RESTRITO            *
      * TAMANHO     : 050 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * CPF              : CPF DO CLIENTE (ZEROS = SEM CRUZAMENTO)     *
      * COD-CLIENTE      : CODIGO DO CLIENTE (CCLUB)                   *
      * COD-AGENCIA      : AGENCIA RESPONSAVEL PELA REVISAO            *
      * DAT-PROX-REVISAO : DATA EM QUE A REVISAO VENCEU                *
      * QTD-DIAS-ATRASO  : DIAS DE ATRASO NA DATA DE REFERENCIA        *
      * IND-RESTRITO     : 'S' ATRASO ALEM DO PRAZO DE TOLERANCIA -    *
      *                    SEM NOVOS EMPRESTIMOS ATE A REVISAO         *
      * COD-CLASSE-RISCO : CLASSE DE RISCO DO CLIENTE (KYC02244)       *
      *----------------------------------------------------------------*

       01 ARQPKY01-REGISTRO.
          03 ARQPKY01-CPF               PIC 9(11).
          03 ARQPKY01-COD-CLIENTE       PIC 9(10).
          03 ARQPKY01-COD-AGENCIA       PIC 9(04).
          03 ARQPKY01-DAT-PROX-REVISAO  PIC 9(08).
          03 ARQPKY01-QTD-DIAS-ATRASO   PIC 9(05).
          03 ARQPKY01-IND-RESTRITO      PIC X(01).
             88 ARQPKY01-CPF-RESTRITO           VALUE 'S'.
          03 ARQPKY01-COD-CLASSE-RISCO  PIC X(01).
          03 FILLER                     PIC X(10).
