      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: HTA02216                                         *
      * DESCRICAO   : HISTORICO ACUMULATIVO DAS TARIFAS COBRADAS PELO  *
      *               MOTOR DE TARIFACAO (EXER0216), ACRESCIDO A CADA  *
      *               RODADA MENSAL (DISP=MOD): UM DETALHE POR CPF/    *
      *               CONTA/MOEDA E LINHA TARIFARIA (TAR02105) E UM    *
      *               REGISTRO DE CONTROLE POR LINHA TARIFARIA COM A   *
      *               RECEITA REPORTADA NA RODADA. BASE DO EXTRATO     *
      *               ANUAL DE TARIFAS (EXER0239)                      *
      * TAMANHO     : 090 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * TIP-REGISTRO   : 'D' DETALHE POR CLIENTE / 'C' CONTROLE DA     *
      *                  RECEITA DA LINHA TARIFARIA NA RODADA          *
      * DAT-LANCAMENTO : DATA DE LANCAMENTO DAS TARIFAS (AAAAMMDD) -   *
      *                  O MES DA COBRANCA                             *
      * LINHA TARIFARIA: TIP-TRANS, COD-CANAL, COD-SEGMENTO E          *
      *                  DAT-INICIO DA LINHA NO MESTRE TAR02105        *
      * DES-TARIFA     : DESCRICAO DA LINHA TARIFARIA                  *
      * CPF/NUM-CONTA/COD-MOEDA : CONTA DEBITADA (ZEROS/BRANCOS NO     *
      *                  REGISTRO DE CONTROLE)                         *
      * QTDE-MOVTOS    : QTDE DE MOVIMENTOS TARIFADOS                  *
      * VAL-TARIFAS    : VALOR COBRADO (NO CONTROLE, RECEITA DA LINHA) *
      *----------------------------------------------------------------*

       01 ARQHTA01-REGISTRO.
          03 ARQHTA01-TIP-REGISTRO      PIC X(01).
             88 ARQHTA01-REG-DETALHE    VALUE 'D'.
             88 ARQHTA01-REG-CONTROLE   VALUE 'C'.
          03 ARQHTA01-DAT-LANCAMENTO    PIC 9(08).
          03 ARQHTA01-LINHA-TARIFA.
             05 ARQHTA01-TIP-TRANS      PIC X(01).
             05 ARQHTA01-COD-CANAL      PIC X(03).
             05 ARQHTA01-COD-SEGMENTO   PIC X(01).
             05 ARQHTA01-DAT-INICIO     PIC 9(08).
          03 ARQHTA01-DES-TARIFA        PIC X(21).
          03 ARQHTA01-CPF               PIC 9(11).
          03 ARQHTA01-NUM-CONTA         PIC 9(04).
          03 ARQHTA01-COD-MOEDA         PIC X(03).
          03 ARQHTA01-QTDE-MOVTOS       PIC 9(07).
          03 ARQHTA01-VAL-TARIFAS       PIC 9(13)V99.
          03 FILLER                     PIC X(07).
