      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: EPC01124                                         *
      * DESCRICAO   : INDICE ONLINE DE EMPRESTIMOS POR CPF DO DEVEDOR  *
      *               (KSDS), MONTADO TODA NOITE PELO JOB C36CARGA A   *
      *               PARTIR DAS INSTRUCOES DE DEBITO (DEB03105) PARA  *
      *               A CONSULTA CLIENTE-360 EX24 (EXER0124)           *
      * TAMANHO     : 28 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * CPF-DEVEDOR               CPF do devedor (inicio da chave)     *
      * COD-AGENCIA/NUM-CONTA/                                         *
      * NUM-EMPRESTIMO            Chave do emprestimo (ENT03105)       *
      * NUM-CONTA-DEP             Conta de deposito debitada           *
      * COD-MOEDA                 Moeda da conta de deposito           *
      * SIT-INSTRUCAO             'A' ativa / 'S' suspensa             *
      *----------------------------------------------------------------*

       01 ARQEPC01-REGISTRO.
          03 ARQEPC01-CHAVE.
             05 ARQEPC01-CPF-DEVEDOR    PIC 9(11).
             05 ARQEPC01-COD-AGENCIA    PIC 9(03).
             05 ARQEPC01-NUM-CONTA      PIC 9(03).
             05 ARQEPC01-NUM-EMPRESTIMO PIC 9(03).
          03 ARQEPC01-NUM-CONTA-DEP     PIC 9(04).
          03 ARQEPC01-COD-MOEDA         PIC X(03).
          03 ARQEPC01-SIT-INSTRUCAO     PIC X(01).
             88 ARQEPC01-INSTR-ATIVA          VALUE 'A'.
             88 ARQEPC01-INSTR-SUSPENSA       VALUE 'S'.
