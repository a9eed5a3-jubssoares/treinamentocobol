      *----------------------------------------------------------------*
      * NOME DO BOOK: CRT01116                                         *
      * DESCRICAO   : INTERFACE DE CARTAS DE AVISO DE RENOVACAO: UM    *
      *               REGISTRO POR CERTIFICACAO DO FUNCIONARIO COM     *
      *               DATA DE CONTROLE NA JANELA DE VENCIMENTO         *
      *               PROXIMO, ENDERECADO                              *
      *               VIA NOME DO ESCRITORIO (NO ESPIRITO DA           *
      *               INTERFACE DE CARTAS DE COBRANCA CRT03106)        *
      * TAMANHO     : 168 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 02/09/2026                                       *
      * ALTERACOES  :                                                  *
      *  15/10/2026 - J.SOARES - INCLUSAO DE COD-CERTIF E DES-CERTIF   *
      *               (UMA CARTA POR CERTIFICACAO DO FUNCIONARIO)      *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * DAT-CNTRL   : DATA DE CONTROLE QUE VAI VENCER (DD/MM/AAAA)     *
      * DAT-GERACAO : DATA DA GERACAO DA CARTA (AAAAMMDD)              *
      * QTD-DIAS    : DIAS ATE O VENCIMENTO NA DATA DA GERACAO         *
      * COD-CERTIF  : TIPO DE CERTIFICACAO (BRANCOS = DATA DE CONTROLE *
      *               DO CADASTRO DE FUNCIONARIOS)                     *
      * DES-CERTIF  : DESCRICAO DA CERTIFICACAO                        *
      *----------------------------------------------------------------*

       01 ARQCRT01-REGISTRO.
          03 ARQCRT01-DAT-CNTRL         PIC X(10).
          03 ARQCRT01-DAT-GERACAO       PIC 9(08).
          03 ARQCRT01-QTD-DIAS          PIC 9(03).
          03 ARQCRT01-COD-CERTIF        PIC X(04).
          03 ARQCRT01-DES-CERTIF        PIC X(40).
