      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: RHU03106                                         *
      * DESCRICAO   : ENCAMINHAMENTO AO RH DOS EMPRESTIMOS EM ATRASO   *
      *               DE FUNCIONARIOS (DEVEDOR DA INSTRUCAO DE DEBITO  *
      *               DEB03105 COM CPF NO CADASTRO ENT01105): UM       *
      *               REGISTRO POR EMPRESTIMO QUE ENTROU OU AVANCOU    *
      *               DE ESTAGIO NA RODADA, EM LUGAR DA CARTA/E-MAIL   *
      * TAMANHO     : 110 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * CHAVE       : AGENCIA/CONTA/EMPRESTIMO                         *
      * COD-FUNCO   : CODIGO DO FUNCIONARIO DEVEDOR (ENT01105)         *
      * CPF-FUNCO   : CPF DO FUNCIONARIO DEVEDOR                       *
      * NOM-FUNCO   : NOME DO FUNCIONARIO DEVEDOR                      *
      * ESTAGIO     : ESTAGIO DE COBRANCA ATINGIDO (1/2/3)             *
      * DAT-GERACAO : DATA DA GERACAO (AAAAMMDD)                       *
      * VAL-SALDO   : SALDO DEVEDOR DO EMPRESTIMO                      *
      * DAT-LIMITE  : DATA LIMITE DE PAGAMENTO DO RAZAO (AAAAMMDD)     *
      *----------------------------------------------------------------*

       01 ARQRHU01-REGISTRO.
          03 ARQRHU01-CHAVE.
             05 ARQRHU01-COD-AGENCIA    PIC 9(03).
             05 ARQRHU01-NUM-CONTA      PIC 9(03).
             05 ARQRHU01-NUM-EMPRESTIMO PIC 9(03).
          03 ARQRHU01-COD-FUNCO         PIC 9(08).
          03 ARQRHU01-CPF-FUNCO         PIC 9(11).
          03 ARQRHU01-NOM-FUNCO         PIC X(50).
          03 ARQRHU01-ESTAGIO           PIC 9(01).
          03 ARQRHU01-DAT-GERACAO       PIC 9(08).
          03 ARQRHU01-VAL-SALDO         PIC S9(13)V99 COMP-3.
          03 ARQRHU01-DAT-LIMITE        PIC 9(08).
          03 FILLER                     PIC X(07).
