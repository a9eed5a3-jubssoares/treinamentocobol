      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: MIS02243                                         *
      * DESCRICAO   : RESULTADO MENSAL POR AGENCIA (MIS), GERADO PELO  *
      *               EXER0243 - UMA GERACAO POR MES. A GERACAO DO MES *
      *               ANTERIOR E A BASE DA VARIACAO MES A MES DO       *
      *               RELATORIO DA RODADA SEGUINTE                     *
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      * NOME DO CAMPO             DESCRICAO
      * ================          =========
      * ANOMES                    Mes de referencia (AAAAMM)
      * COD-AGENCIA               Agencia responsavel (encerrada ja
      *                           somada na sucessora; 0000 = CPF
      *                           sem cadastro de cliente)
      * COD-REGIAO                Regional da agencia no cadastro
      * QTD-CLIENTES              CPFs com posicao de deposito
      * QTD-CONTRATOS             Emprestimos em aberto no razao
      * VAL-DEPOSITOS             Saldo de fechamento em BRL
      * VAL-JUROS-PAGOS           Juros brutos creditados no mes (BRL)
      * VAL-TARIFAS               Receita de tarifas do mes (BRL)
      * VAL-CARTEIRA              Saldo devedor em aberto
      * VAL-JUROS-CARTEIRA        Juros acumulados da carteira
      * VAL-PROVISAO              Provisao (EXER0310)
      * VAL-BAIXAS                Baixas para prejuizo no mes
      * VAL-RESULTADO             JUROS-CARTEIRA + TARIFAS -
      *                           JUROS-PAGOS - PROVISAO - BAIXAS
      *----------------------------------------------------------------*

       01 ARQMIS01-REGISTRO.
           05 ARQMIS01-ANOMES                  PIC 9(06).
           05 ARQMIS01-COD-AGENCIA             PIC 9(04).
           05 ARQMIS01-COD-REGIAO              PIC X(04).
           05 ARQMIS01-QTD-CLIENTES            PIC 9(07).
           05 ARQMIS01-QTD-CONTRATOS           PIC 9(07).
           05 ARQMIS01-VAL-DEPOSITOS           PIC S9(15)V99 COMP-3.
           05 ARQMIS01-VAL-JUROS-PAGOS         PIC S9(15)V99 COMP-3.
           05 ARQMIS01-VAL-TARIFAS             PIC S9(15)V99 COMP-3.
           05 ARQMIS01-VAL-CARTEIRA            PIC S9(15)V99 COMP-3.
           05 ARQMIS01-VAL-JUROS-CARTEIRA      PIC S9(15)V99 COMP-3.
           05 ARQMIS01-VAL-PROVISAO            PIC S9(15)V99 COMP-3.
           05 ARQMIS01-VAL-BAIXAS              PIC S9(15)V99 COMP-3.
           05 ARQMIS01-VAL-RESULTADO           PIC S9(15)V99 COMP-3.
           05 FILLER                           PIC X(20).
