      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: REJ01119                                         *
      * DESCRICAO   : FUNCIONARIOS NAO REAJUSTADOS NO DISSIDIO POR     *
      *               CRITICA DA FAIXA SALARIAL DA GRADE (ARQGRD01)    *
      * TAMANHO     : 065 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      * NOME DO CAMPO             DESCRICAO
      * ================          =========
      * COD-FUNCO                 Codigo do funcionario
      * COD-GRADE                 Grade salarial do funcionario
      * VAL-SALARIO-ATUAL         Salario antes do reajuste
      * VAL-SALARIO-NOVO          Salario calculado com o reajuste
      * COD-MOTIVO                Codigo do motivo da rejeicao
      * DESC-MOTIVO               Descricao do motivo da rejeicao
      *----------------------------------------------------------------*

       01 ARQREJ01-REGISTRO.
           05 ARQREJ01-COD-FUNCO               PIC 9(08).
           05 ARQREJ01-COD-GRADE               PIC X(03).
           05 ARQREJ01-VAL-SALARIO-ATUAL       PIC 9(09)V99.
           05 ARQREJ01-VAL-SALARIO-NOVO        PIC 9(09)V99.
           05 ARQREJ01-COD-MOTIVO              PIC 9(02).
           05 ARQREJ01-DESC-MOTIVO             PIC X(30).
