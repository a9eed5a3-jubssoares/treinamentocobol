      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: DCS03314                                         *
      * DESCRICAO   : DECISOES DE CREDITO DAS SOLICITACOES DE          *
      *               EMPRESTIMO (SOL03314), GRAVADAS PELO EXER0314:   *
      *               UM REGISTRO POR PROPOSTA COM A NOTA, A DECISAO,  *
      *               A EXPOSICAO DO CPF E O MOTIVO PRINCIPAL          *
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * NUM-SOLICITACAO : NUMERO DA PROPOSTA                           *
      * CPF             : CPF DO PROPONENTE                            *
      * DAT-DECISAO     : DATA DA DECISAO (AAAAMMDD)                   *
      * COD-DECISAO     : 'A' APROVADA / 'E' ENCAMINHADA A ANALISE     *
      *                   MANUAL / 'R' RECUSADA                        *
      * NUM-NOTA        : NOTA DE CREDITO (0 A 1000)                   *
      * VAL-SOLICITADO  : VALOR PEDIDO                                 *
      * VAL-EXPOSICAO   : EMPRESTIMOS EM ABERTO DO CPF + APROVADOS NA  *
      *                   RODADA + VALOR PEDIDO                        *
      * VAL-LIMITE      : LIMITE DE EXPOSICAO POR CPF DA RODADA        *
      * CHAVE-EMPRESTIMO: AGENCIA/CONTA/EMPRESTIMO CRIADO (ZEROS SE    *
      *                   NAO APROVADA)                                *
      * QTD-MOTIVOS     : QTDE DE MOTIVOS APONTADOS NA ANALISE         *
      * DES-MOTIVO      : MOTIVO PRINCIPAL DA RECUSA/ENCAMINHAMENTO    *
      *----------------------------------------------------------------*

       01 ARQDCS01-REGISTRO.
          03 ARQDCS01-NUM-SOLICITACAO   PIC 9(06).
          03 ARQDCS01-CPF               PIC 9(11).
          03 ARQDCS01-DAT-DECISAO       PIC 9(08).
          03 ARQDCS01-COD-DECISAO       PIC X(01).
             88 ARQDCS01-APROVADA       VALUE 'A'.
             88 ARQDCS01-ENCAMINHADA    VALUE 'E'.
             88 ARQDCS01-RECUSADA       VALUE 'R'.
          03 ARQDCS01-NUM-NOTA          PIC 9(04).
          03 ARQDCS01-VAL-SOLICITADO    PIC 9(13)V99.
          03 ARQDCS01-VAL-EXPOSICAO     PIC 9(13)V99.
          03 ARQDCS01-VAL-LIMITE        PIC 9(13)V99.
          03 ARQDCS01-CHAVE-EMPRESTIMO.
             05 ARQDCS01-COD-AGENCIA    PIC 9(03).
             05 ARQDCS01-NUM-CONTA      PIC 9(03).
             05 ARQDCS01-NUM-EMPRESTIMO PIC 9(03).
          03 ARQDCS01-QTD-MOTIVOS       PIC 9(01).
          03 ARQDCS01-DES-MOTIVO        PIC X(30).
          03 FILLER                     PIC X(05).
