      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: DQA03321                                         *
      * DESCRICAO   : INTERFACE DE IMPRESSAO DA DECLARACAO ANUAL DE    *
      *               QUITACAO DE DEBITOS, GERADA PELO EXER0321 PARA   *
      *               O CLIENTE (AGENCIA/CONTA) QUE QUITOU TODAS AS    *
      *               PARCELAS COM VENCIMENTO NO ANO DE REFERENCIA     *
      * TAMANHO     : 150 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * CHAVE          : AGENCIA/CONTA DO CLIENTE                      *
      * ANO-REFERENCIA : ANO DOS DEBITOS DECLARADOS QUITADOS (AAAA)    *
      * NOM-CLIENTE    : NOME DO CLIENTE (CADASTRO ENT03105)           *
      * TEL-CLIENTE    : TELEFONE DE CONTATO (CADASTRO ENT03105)       *
      * EMAIL-CLIENTE  : E-MAIL DE CONTATO (CADASTRO ENT03105)         *
      * QTD-EMPRESTIMOS: EMPRESTIMOS COM PARCELAS VENCIDAS NO ANO      *
      * QTD-PARCELAS   : PARCELAS COM VENCIMENTO NO ANO, TODAS PAGAS   *
      * VAL-PAGO-ANO   : VALOR PAGO NAS PARCELAS VENCIDAS NO ANO       *
      * DAT-EMISSAO    : DATA DE EMISSAO DA DECLARACAO (AAAAMMDD)      *
      *----------------------------------------------------------------*

       01 ARQDQA01-REGISTRO.
          03 ARQDQA01-CHAVE.
             05 ARQDQA01-COD-AGENCIA    PIC 9(03).
             05 ARQDQA01-NUM-CONTA      PIC 9(03).
          03 ARQDQA01-ANO-REFERENCIA    PIC 9(04).
          03 ARQDQA01-NOM-CLIENTE       PIC X(40).
          03 ARQDQA01-TEL-CLIENTE       PIC X(15).
          03 ARQDQA01-EMAIL-CLIENTE     PIC X(40).
          03 ARQDQA01-QTD-EMPRESTIMOS   PIC 9(03).
          03 ARQDQA01-QTD-PARCELAS      PIC 9(05).
          03 ARQDQA01-VAL-PAGO-ANO      PIC S9(13)V99 COMP-3.
          03 ARQDQA01-DAT-EMISSAO       PIC 9(08).
          03 FILLER                     PIC X(21).
