      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: SAI01119                                         *
      * DESCRICAO   : LINHA DE DETALHE DO RELATORIO DE IMPACTO DO      *
      *               DISSIDIO POR DEPARTAMENTO E GRADE (ANTES/DEPOIS) *
      * TAMANHO     : 132 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      * NOME DO CAMPO             DESCRICAO
      * ================          =========
      * COD-DEPTO                 Codigo do departamento
      * COD-GRADE                 Grade salarial ('***' = subtotal)
      * QTDE-FUNCO                Qtde de funcionarios na celula
      *                           (mesma populacao do EXER0115)
      * QTDE-REAJUSTADOS          Qtde de funcionarios reajustados
      * VAL-FOLHA-ANTES           Folha mensal antes do reajuste
      * VAL-FOLHA-DEPOIS          Folha mensal depois do reajuste
      * VAL-IMPACTO-MENSAL        Diferenca mensal (depois - antes)
      * VAL-IMPACTO-ANUAL         Diferenca anualizada (13 salarios)
      *----------------------------------------------------------------*

       01 ARQSAI01-REGISTRO.
          03 ARQSAI01-COD-DEPTO            PIC Z(14)9.
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-COD-GRADE            PIC X(003).
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-QTDE-FUNCO           PIC ZZZZ9.
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-QTDE-REAJUSTADOS     PIC ZZZZ9.
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-VAL-FOLHA-ANTES      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-VAL-FOLHA-DEPOIS     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-VAL-IMPACTO-MENSAL   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(002) VALUE SPACES.
          03 ARQSAI01-VAL-IMPACTO-ANUAL    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(018) VALUE SPACES.
