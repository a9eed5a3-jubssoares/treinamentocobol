      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: SCR03317                                         *
      * DESCRICAO   : ARQUIVO MENSAL DO SCR (SISTEMA DE INFORMACOES DE *
      *               CREDITO) PARA O BANCO CENTRAL, GERADO PELO       *
      *               EXER0317: HEADER COM A DATA-BASE, UM DETALHE POR *
      *               DEVEDOR (CPF) COM A EXPOSICAO, O PIOR GRAU DE    *
      *               RISCO, O MAIOR ATRASO, A PROVISAO E A ABERTURA   *
      *               POR FAIXA DE VENCIMENTO E TRAILER COM AS         *
      *               QUANTIDADES E TOTAIS                             *
      * TAMANHO     : 200 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * TIP-REGISTRO     'H' HEADER / 'D' DETALHE / 'T' TRAILER        *
      * HEADER:                                                        *
      *  HDR-DAT-BASE    DATA-BASE DAS INFORMACOES (AAAAMMDD)          *
      *  HDR-DAT-GERACAO DATA DE GERACAO DO ARQUIVO (AAAAMMDD)         *
      * DETALHE:                                                       *
      *  CPF             CPF DO DEVEDOR                                *
      *  QTD-OPERACOES   QTDE DE EMPRESTIMOS DO CPF COM SALDO          *
      *  COD-GRAU        PIOR GRAU DE RISCO ENTRE OS EMPRESTIMOS       *
      *  QTD-DIAS-ATRASO MAIOR ATRASO ENTRE OS EMPRESTIMOS             *
      *  VAL-EXPOSICAO   SALDO DEVEDOR TOTAL (RSK03105)                *
      *  VAL-PROVISAO    PROVISAO REQUERIDA TOTAL (RSK03105)           *
      *  VAL-VENCER-NNN  PARCELAS EM ABERTO A VENCER ATE 30, 31 A 90,  *
      *                  91 A 360 E ACIMA DE 360 DIAS DA DATA-BASE     *
      *  VAL-VENCIDO-NNN PARCELAS EM ABERTO VENCIDAS HA 1 A 30, 31 A   *
      *                  90, 91 A 180 E ACIMA DE 180 DIAS              *
      * TRAILER:                                                       *
      *  TRL-QTDE-DETALHES QTDE DE DEVEDORES INFORMADOS                *
      *  TRL-QTDE-OPERACOES QTDE DE EMPRESTIMOS INFORMADOS             *
      *  TRL-VAL-EXPOSICAO/PROVISAO TOTAIS DOS DETALHES                *
      *----------------------------------------------------------------*

       01 ARQSCR01-REGISTRO.
           05 ARQSCR01-TIP-REGISTRO             PIC X(01).
              88 ARQSCR01-REG-HEADER            VALUE 'H'.
              88 ARQSCR01-REG-DETALHE           VALUE 'D'.
              88 ARQSCR01-REG-TRAILER           VALUE 'T'.
           05 ARQSCR01-DADOS                    PIC X(199).
           05 ARQSCR01-HEADER                   REDEFINES
              ARQSCR01-DADOS.
              10 ARQSCR01-HDR-DAT-BASE          PIC 9(08).
              10 ARQSCR01-HDR-DAT-GERACAO       PIC 9(08).
              10 FILLER                         PIC X(183).
           05 ARQSCR01-DETALHE                  REDEFINES
              ARQSCR01-DADOS.
              10 ARQSCR01-CPF                   PIC 9(11).
              10 ARQSCR01-QTD-OPERACOES         PIC 9(03).
              10 ARQSCR01-COD-GRAU              PIC X(02).
              10 ARQSCR01-QTD-DIAS-ATRASO       PIC 9(05).
              10 ARQSCR01-VAL-EXPOSICAO         PIC 9(13)V99.
              10 ARQSCR01-VAL-PROVISAO          PIC 9(13)V99.
              10 ARQSCR01-VAL-VENCER-030        PIC 9(13)V99.
              10 ARQSCR01-VAL-VENCER-090        PIC 9(13)V99.
              10 ARQSCR01-VAL-VENCER-360        PIC 9(13)V99.
              10 ARQSCR01-VAL-VENCER-ACIMA      PIC 9(13)V99.
              10 ARQSCR01-VAL-VENCIDO-030       PIC 9(13)V99.
              10 ARQSCR01-VAL-VENCIDO-090       PIC 9(13)V99.
              10 ARQSCR01-VAL-VENCIDO-180       PIC 9(13)V99.
              10 ARQSCR01-VAL-VENCIDO-ACIMA     PIC 9(13)V99.
              10 FILLER                         PIC X(28).
           05 ARQSCR01-TRAILER                  REDEFINES
              ARQSCR01-DADOS.
              10 ARQSCR01-TRL-QTDE-DETALHES     PIC 9(09).
              10 ARQSCR01-TRL-QTDE-OPERACOES    PIC 9(09).
              10 ARQSCR01-TRL-VAL-EXPOSICAO     PIC 9(15)V99.
              10 ARQSCR01-TRL-VAL-PROVISAO      PIC 9(15)V99.
              10 FILLER                         PIC X(147).
