      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: REM03319                                         *
      * DESCRICAO   : REMESSA DE ENCAMINHAMENTOS AS ASSESSORIAS        *
      *               EXTERNAS DE COBRANCA, GERADA PELO EXER0319: UM   *
      *               LOTE POR ASSESSORIA (HEADER, DETALHES E TRAILER) *
      *               COM OS EMPRESTIMOS ENCAMINHADOS NA RODADA        *
      * TAMANHO     : 150 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * TIP-REGISTRO     'H' HEADER / 'D' DETALHE / 'T' TRAILER        *
      * COD-ASSESSORIA   ASSESSORIA DESTINATARIA DO LOTE               *
      * HEADER:                                                        *
      *  HDR-NOM-ASSESSORIA / HDR-DAT-MOVIMENTO                        *
      * DETALHE:                                                       *
      *  NUM-CONTRATO    AGENCIA/CONTA/EMPRESTIMO                      *
      *  CPF / NOM-DEVEDOR / TEL-DEVEDOR / EMAIL-DEVEDOR               *
      *  VAL-SALDO       SALDO DEVEDOR NO ENCAMINHAMENTO               *
      *  DAT-ESTAGIO     DATA DE ENTRADA NO PROTESTO (ESTAGIO 3)       *
      * TRAILER:                                                       *
      *  TRL-QTDE-DETALHES / TRL-VAL-SALDO  TOTAIS DO LOTE             *
      *----------------------------------------------------------------*

       01 ARQREM01-REGISTRO.
           05 ARQREM01-TIP-REGISTRO             PIC X(01).
              88 ARQREM01-REG-HEADER            VALUE 'H'.
              88 ARQREM01-REG-DETALHE           VALUE 'D'.
              88 ARQREM01-REG-TRAILER           VALUE 'T'.
           05 ARQREM01-COD-ASSESSORIA           PIC 9(03).
           05 ARQREM01-DADOS                    PIC X(146).
           05 ARQREM01-HEADER                   REDEFINES
              ARQREM01-DADOS.
              10 ARQREM01-HDR-NOM-ASSESSORIA    PIC X(30).
              10 ARQREM01-HDR-DAT-MOVIMENTO     PIC 9(08).
              10 FILLER                         PIC X(108).
           05 ARQREM01-DETALHE                  REDEFINES
              ARQREM01-DADOS.
              10 ARQREM01-NUM-CONTRATO          PIC 9(09).
              10 ARQREM01-CPF                   PIC 9(11).
              10 ARQREM01-NOM-DEVEDOR           PIC X(40).
              10 ARQREM01-TEL-DEVEDOR           PIC X(15).
              10 ARQREM01-EMAIL-DEVEDOR         PIC X(40).
              10 ARQREM01-VAL-SALDO             PIC 9(13)V99.
              10 ARQREM01-DAT-ESTAGIO           PIC 9(08).
              10 FILLER                         PIC X(08).
           05 ARQREM01-TRAILER                  REDEFINES
              ARQREM01-DADOS.
              10 ARQREM01-TRL-QTDE-DETALHES     PIC 9(09).
              10 ARQREM01-TRL-VAL-SALDO         PIC 9(15)V99.
              10 FILLER                         PIC X(120).
