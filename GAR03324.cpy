      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: GAR03324                                         *
      * DESCRICAO   : CADASTRO DE GARANTIAS DOS EMPRESTIMOS (VSAM      *
      *               KSDS, CHAVE AGENCIA + CONTA + EMPRESTIMO +       *
      *               NUMERO DA GARANTIA) - TIPO, DESCRICAO, VALOR E   *
      *               DATA DA AVALIACAO E SITUACAO DO GRAVAME,         *
      *               MANTIDO PELO EXER0324 E LIDO PELO EXER0325       *
      *               (LOAN-TO-VALUE)                                  *
      * TAMANHO     : 100 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO REGISTRO                        *
      *----------------------------------------------------------------*
      * COD-AGENCIA/NUM-CONTA/NUM-EMPRESTIMO  EMPRESTIMO GARANTIDO     *
      *                  (CHAVE, DEVE EXISTIR NO ENT03105)             *
      * NUM-GARANTIA     SEQUENCIAL DA GARANTIA NO EMPRESTIMO (CHAVE)  *
      * TIP-GARANTIA     'V' VEICULO / 'I' IMOVEL / 'A' APLICACAO      *
      *                  FINANCEIRA EMPENHADA                          *
      * DES-GARANTIA     DESCRICAO (PLACA/CHASSI, MATRICULA, CONTA DA  *
      *                  APLICACAO)                                    *
      * VAL-AVALIACAO    VALOR DA ULTIMA AVALIACAO                     *
      * DAT-AVALIACAO    DATA DA ULTIMA AVALIACAO (AAAAMMDD)           *
      * SIT-GRAVAME      'P' PENDENTE DE REGISTRO / 'R' REGISTRADO /   *
      *                  'B' BAIXADO (NAO COMPOE MAIS O LTV)           *
      * DAT-INCLUSAO     DATA DA INCLUSAO NO CADASTRO                  *
      * DAT-BAIXA        DATA DA BAIXA DO GRAVAME (ZEROS = ATIVO)      *
      *----------------------------------------------------------------*

       01 ARQGAR01-REGISTRO.
           05 ARQGAR01-CHAVE.
              10 ARQGAR01-COD-AGENCIA           PIC 9(03).
              10 ARQGAR01-NUM-CONTA             PIC 9(03).
              10 ARQGAR01-NUM-EMPRESTIMO        PIC 9(03).
              10 ARQGAR01-NUM-GARANTIA          PIC 9(02).
           05 ARQGAR01-TIP-GARANTIA             PIC X(01).
              88 ARQGAR01-GAR-VEICULO           VALUE 'V'.
              88 ARQGAR01-GAR-IMOVEL            VALUE 'I'.
              88 ARQGAR01-GAR-APLICACAO         VALUE 'A'.
              88 ARQGAR01-TIPO-VALIDO           VALUE 'V' 'I' 'A'.
           05 ARQGAR01-DES-GARANTIA             PIC X(40).
           05 ARQGAR01-VAL-AVALIACAO            PIC S9(13)V99 COMP-3.
           05 ARQGAR01-DAT-AVALIACAO            PIC 9(08).
           05 ARQGAR01-SIT-GRAVAME              PIC X(01).
              88 ARQGAR01-GRAVAME-PENDENTE      VALUE 'P'.
              88 ARQGAR01-GRAVAME-REGISTRADO    VALUE 'R'.
              88 ARQGAR01-GRAVAME-BAIXADO       VALUE 'B'.
           05 ARQGAR01-DAT-INCLUSAO             PIC 9(08).
           05 ARQGAR01-DAT-BAIXA                PIC 9(08).
           05 FILLER                            PIC X(15).
