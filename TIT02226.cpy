      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: TIT02226                                         *
      * DESCRICAO   : CADASTRO DE TITULARES DE CONTA (VSAM KSDS, CHAVE *
      *               CPF DA CONTA + NUM-CONTA + CPF DO TITULAR) -     *
      *               LIGA VARIOS CPFS A UMA CONTA CONJUNTA, COM O     *
      *               PAPEL DE CADA UM, MANTIDO PELO EXER0226. O CPF   *
      *               DA CONTA (CTA02225) E SEMPRE O TITULAR PRINCIPAL;*
      *               CONTA SEM REGISTROS NESTE CADASTRO E INDIVIDUAL. *
      *               VALE PARA TODAS AS MOEDAS DA CONTA               *
      * TAMANHO     : 50 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO REGISTRO                        *
      *----------------------------------------------------------------*
      * CPF-CONTA        CPF DO TITULAR PRINCIPAL DA CONTA (CHAVE)     *
      * NUM-CONTA        NUMERO DA CONTA (CHAVE)                       *
      * CPF-TITULAR      CPF DO TITULAR (CHAVE)                        *
      * PAPEL            'P' TITULAR PRINCIPAL / 'S' SEGUNDO TITULAR   *
      * SIT-TITULAR      'A' ATIVO / 'E' EXCLUIDO DA TITULARIDADE      *
      * DAT-INCLUSAO     DATA DE INCLUSAO NA TITULARIDADE (AAAAMMDD)   *
      * DAT-EXCLUSAO     DATA DE EXCLUSAO (ZEROS = ATIVO)              *
      *----------------------------------------------------------------*

       01 ARQTIT01-REGISTRO.
           05 ARQTIT01-CHAVE.
              10 ARQTIT01-CONTA.
                 15 ARQTIT01-CPF-CONTA          PIC 9(11).
                 15 ARQTIT01-NUM-CONTA          PIC 9(04).
              10 ARQTIT01-CPF-TITULAR           PIC 9(11).
           05 ARQTIT01-PAPEL                    PIC X(01).
              88 ARQTIT01-TITULAR-PRINCIPAL     VALUE 'P'.
              88 ARQTIT01-TITULAR-SECUNDARIO    VALUE 'S'.
           05 ARQTIT01-SIT-TITULAR              PIC X(01).
              88 ARQTIT01-TITULAR-ATIVO         VALUE 'A'.
              88 ARQTIT01-TITULAR-EXCLUIDO      VALUE 'E'.
           05 ARQTIT01-DAT-INCLUSAO             PIC 9(08).
           05 ARQTIT01-DAT-EXCLUSAO             PIC 9(08).
           05 FILLER                            PIC X(06).
