      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: RAJ01119                                         *
      * DESCRICAO   : TABELA DE REAJUSTE SALARIAL DO DISSIDIO POR      *
      *               GRADE (UM REGISTRO POR GRADE REAJUSTADA)         *
      * TAMANHO     : 040 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      * NOME DO CAMPO             DESCRICAO
      * ================          =========
      * COD-GRADE                 Grade salarial reajustada
      * PCT-REAJUSTE              Percentual de reajuste (999V99)
      * DAT-EFETIVACAO            Data de efetivacao (AAAAMMDD)
      * VAL-TETO-REAJUSTE         Teto do aumento em valor por
      *                           funcionario (zeros = sem teto)
      *----------------------------------------------------------------*

       01 ARQRAJ01-REGISTRO.
           05 ARQRAJ01-COD-GRADE               PIC X(03).
           05 ARQRAJ01-PCT-REAJUSTE            PIC 9(03)V99.
           05 ARQRAJ01-DAT-EFETIVACAO          PIC 9(08).
           05 ARQRAJ01-VAL-TETO-REAJUSTE       PIC 9(09)V99.
           05 FILLER                           PIC X(13).
