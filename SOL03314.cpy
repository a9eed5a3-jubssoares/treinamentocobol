      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: SOL03314                                         *
      * DESCRICAO   : SOLICITACOES DE EMPRESTIMO (PROPOSTAS DE         *
      *               CREDITO) CAPTADAS NAS AGENCIAS, DECIDIDAS EM     *
      *               LOTE PELO EXER0314. A PROPOSTA APROVADA VIRA UM  *
      *               NOVO EMPRESTIMO NO CADASTRO (ENT03105) COM O     *
      *               PLANO DE PARCELAMENTO PEDIDO                     *
      * TAMANHO     : 240 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - INCLUSAO DA ORIGEM DA PROPOSTA E DO   *
      *                          MES DA OFERTA PRE-APROVADA ACEITA     *
      *                          (EXER0327), SOBRE O FILLER            *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * NUM-SOLICITACAO : NUMERO DA PROPOSTA                           *
      * DAT-SOLICITACAO : DATA DA PROPOSTA (AAAAMMDD)                  *
      * CPF             : CPF DO PROPONENTE (DEVEDOR)                  *
      * NUM-CONTA-DEP   : CONTA DE DEPOSITO PARA O DEBITO AUTOMATICO   *
      *                   DAS PARCELAS (INSTRUCAO DEB03105)            *
      * CHAVE-CONTA     : AGENCIA/CONTA DO EMPRESTIMO (O NUMERO DO     *
      *                   EMPRESTIMO E ATRIBUIDO NA APROVACAO)         *
      * NOM/TEL/EMAIL   : DADOS DE CONTATO DO CLIENTE                  *
      * VAL-SOLICITADO  : VALOR PEDIDO                                 *
      * QTD-PARCELAS    : QTDE DE PARCELAS DO PLANO                    *
      * TIP-TABELA      : 'P' PRICE / 'S' SAC                          *
      * PCT-TAXA-MENSAL : TAXA DE JUROS MENSAL DO PLANO (%)            *
      * AVALISTA        : NOME, CPF E TELEFONE (ZEROS/BRANCOS = SEM    *
      *                   AVALISTA)                                    *
      * IND-ORIGEM      : ' ' BALCAO DA AGENCIA / 'O' ACEITE DE OFERTA *
      *                   PRE-APROVADA (EXER0327)                      *
      * ANOMES-OFERTA   : MES DA OFERTA ACEITA (SO NA ORIGEM 'O')      *
      *----------------------------------------------------------------*

       01 ARQSOL01-REGISTRO.
          03 ARQSOL01-NUM-SOLICITACAO   PIC 9(06).
          03 ARQSOL01-DAT-SOLICITACAO   PIC 9(08).
          03 ARQSOL01-CPF               PIC 9(11).
          03 ARQSOL01-NUM-CONTA-DEP     PIC 9(04).
          03 ARQSOL01-CHAVE-CONTA.
             05 ARQSOL01-COD-AGENCIA    PIC 9(03).
             05 ARQSOL01-NUM-CONTA      PIC 9(03).
          03 ARQSOL01-NOM-CLIENTE       PIC X(40).
          03 ARQSOL01-TEL-CLIENTE       PIC X(15).
          03 ARQSOL01-EMAIL-CLIENTE     PIC X(40).
          03 ARQSOL01-VAL-SOLICITADO    PIC 9(13)V99.
          03 ARQSOL01-QTD-PARCELAS      PIC 9(03).
          03 ARQSOL01-TIP-TABELA        PIC X(01).
             88 ARQSOL01-TABELA-PRICE   VALUE 'P'.
             88 ARQSOL01-TABELA-SAC     VALUE 'S'.
          03 ARQSOL01-PCT-TAXA-MENSAL   PIC 9(03)V9(04).
          03 ARQSOL01-NOM-AVALISTA      PIC X(40).
          03 ARQSOL01-CPF-AVALISTA      PIC 9(11).
          03 ARQSOL01-TEL-AVALISTA      PIC X(15).
          03 ARQSOL01-IND-ORIGEM        PIC X(01).
             88 ARQSOL01-ORIGEM-OFERTA  VALUE 'O'.
          03 ARQSOL01-ANOMES-OFERTA     PIC 9(06).
          03 FILLER                     PIC X(11).
