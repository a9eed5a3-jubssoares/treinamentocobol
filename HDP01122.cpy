      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: HDP01122                                         *
      * DESCRICAO   : ARQUIVO ACUMULATIVO DE IMAGENS-ANTES DO CADASTRO *
      *               DE DEPARTAMENTOS (ARQDEP01), GRAVADO PELA        *
      *               MANUTENCAO BATCH (EXER0109) E PELA TRANSACAO     *
      *               ONLINE EX22 (EXER0122, VIA FILA TD 'DEPQ'        *
      *               DRENADA PELO EXER0113) A CADA INCLUSAO/          *
      *               ALTERACAO/EXCLUSAO ACEITA                        *
      * TAMANHO     : 150 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * DAT-ALTERACAO             Data da transacao (AAAAMMDD)         *
      * HOR-ALTERACAO             Hora da transacao (HHMMSS)           *
      * TIPO-TRANSACAO            'I' INCLUSAO (IMAGEM-DEPOIS),        *
      *                           'A' ALTERACAO, 'E' EXCLUSAO          *
      * PROGRAMA                  EXER0109 (batch) ou EXER0122 (EX22)  *
      * COD-USUARIO               Usuario CICS (brancos no batch)      *
      * DADOS-ANTES               Imagem do registro DEP01106 ANTES    *
      *                           da transacao ser aplicada ('I':      *
      *                           imagem do registro incluido)         *
      *----------------------------------------------------------------*

       01 ARQHDP01-REGISTRO.
           05 ARQHDP01-DAT-ALTERACAO           PIC 9(08).
           05 ARQHDP01-HOR-ALTERACAO           PIC 9(06).
           05 ARQHDP01-TIPO-TRANSACAO          PIC X(01).
              88 ARQHDP01-TRANS-INCLUSAO       VALUE 'I'.
              88 ARQHDP01-TRANS-ALTERACAO      VALUE 'A'.
              88 ARQHDP01-TRANS-EXCLUSAO       VALUE 'E'.
           05 ARQHDP01-PROGRAMA                PIC X(08).
           05 ARQHDP01-COD-USUARIO             PIC X(08).
           05 ARQHDP01-DADOS-ANTES.
              10 ARQHDP01-COD-DEPTO            PIC 9(15).
              10 FILLER                        PIC X(101).
           05 FILLER                           PIC X(03).
