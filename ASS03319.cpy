      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: ASS03319                                         *
      * DESCRICAO   : CADASTRO DAS ASSESSORIAS EXTERNAS DE COBRANCA    *
      *               USADO PELO EXER0319: PERCENTUAIS DE COMISSAO E A *
      *               REGRA DE DISTRIBUICAO (FAIXA DE AGENCIAS E FAIXA *
      *               DE SALDO DEVEDOR) USADA NO MODO TABELA           *
      * TAMANHO     : 080 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * COD-ASSESSORIA     : CODIGO DA ASSESSORIA                      *
      * NOM-ASSESSORIA     : NOME DA ASSESSORIA                        *
      * SIT-ASSESSORIA     : 'A' ATIVA (RECEBE ENCAMINHAMENTOS)        *
      *                      'I' INATIVA (SO RESULTADOS DA CARTEIRA)   *
      * PCT-COMISSAO       : % SOBRE O RECUPERADO DE EMPRESTIMO ATIVO  *
      * PCT-COMISSAO-BAIXA : % SOBRE O RECUPERADO DE EMPRESTIMO JA     *
      *                      BAIXADO COMO PREJUIZO (BXA03105)          *
      * AGE-INICIAL/FINAL  : FAIXA DE AGENCIAS DA REGRA (ZERO = TODAS) *
      * VAL-SALDO-MIN/MAX  : FAIXA DE SALDO DEVEDOR DA REGRA           *
      *                      (MAXIMO ZERADO = SEM LIMITE)              *
      *----------------------------------------------------------------*

       01 ARQASS01-REGISTRO.
          03 ARQASS01-COD-ASSESSORIA    PIC 9(03).
          03 ARQASS01-NOM-ASSESSORIA    PIC X(30).
          03 ARQASS01-SIT-ASSESSORIA    PIC X(01).
             88 ARQASS01-ATIVA                VALUE 'A'.
             88 ARQASS01-INATIVA              VALUE 'I'.
          03 ARQASS01-PCT-COMISSAO      PIC 9(02)V99.
          03 ARQASS01-PCT-COMISSAO-BAIXA
                                        PIC 9(02)V99.
          03 ARQASS01-AGE-INICIAL       PIC 9(03).
          03 ARQASS01-AGE-FINAL         PIC 9(03).
          03 ARQASS01-VAL-SALDO-MIN     PIC 9(13)V99.
          03 ARQASS01-VAL-SALDO-MAX     PIC 9(13)V99.
          03 FILLER                     PIC X(02).
