      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 5      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: OCI05116                                         *
      * DESCRICAO   : OCORRENCIAS DE CONFLITO DE INTERESSE DE          *
      *               FUNCIONARIOS (EXER0516): FUNCIONARIO AVALISTA DE *
      *               EMPRESTIMO NA PROPRIA AGENCIA E TRANSFERENCIA    *
      *               ENTRE O FUNCIONARIO E CLIENTE DA PROPRIA         *
      *               CARTEIRA                                         *
      * TAMANHO     : 160 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO REGISTRO                        *
      *----------------------------------------------------------------*
      * TIP-OCORRENCIA  'A' AVALISTA NA PROPRIA AGENCIA                *
      *                 'T' TRANSFERENCIA COM CLIENTE DA CARTEIRA      *
      * COD-FUNCO       CODIGO DO FUNCIONARIO (ENT01105)               *
      * CPF-FUNCO       CPF DO FUNCIONARIO                             *
      * NOM-FUNCO       NOME DO FUNCIONARIO                            *
      * COD-AGENCIA     AGENCIA DE LOTACAO DO FUNCIONARIO              *
      * CHAVE-EMPRE     AGENCIA/CONTA/EMPRESTIMO AVALIZADO ('A')       *
      * CPF-CONTRAPARTE CPF DO CLIENTE DA CARTEIRA ('T')               *
      * DAT-OPERACAO    DATA DO EMPRESTIMO ('A') OU DO MOVIMENTO ('T') *
      * VAL-OPERACAO    VALOR DO EMPRESTIMO OU DA TRANSFERENCIA        *
      * TIP-TRANS       'T' ENVIADA / 'R' RECEBIDA ('T'); BRANCO ('A') *
      * NOM-CLIENTE     NOME DO TOMADOR DO EMPRESTIMO ('A')            *
      *----------------------------------------------------------------*

       01 ARQOCI01-REGISTRO.
           05 ARQOCI01-TIP-OCORRENCIA           PIC X(01).
              88 ARQOCI01-OCOR-AVALISTA                   VALUE 'A'.
              88 ARQOCI01-OCOR-TRANSFERENCIA              VALUE 'T'.
           05 ARQOCI01-COD-FUNCO                PIC 9(08).
           05 ARQOCI01-CPF-FUNCO                PIC 9(11).
           05 ARQOCI01-NOM-FUNCO                PIC X(50).
           05 ARQOCI01-COD-AGENCIA              PIC 9(04).
           05 ARQOCI01-CHAVE-EMPRE.
              10 ARQOCI01-AGE-EMPRE             PIC 9(03).
              10 ARQOCI01-CTA-EMPRE             PIC 9(03).
              10 ARQOCI01-NUM-EMPRE             PIC 9(03).
           05 ARQOCI01-CPF-CONTRAPARTE          PIC 9(11).
           05 ARQOCI01-DAT-OPERACAO             PIC X(10).
           05 ARQOCI01-VAL-OPERACAO             PIC S9(15)V99 COMP-3.
           05 ARQOCI01-TIP-TRANS                PIC X(01).
           05 ARQOCI01-NOM-CLIENTE              PIC X(40).
           05 FILLER                            PIC X(06).
