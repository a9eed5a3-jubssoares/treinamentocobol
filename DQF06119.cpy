      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 6      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: DQF06119                                         *
      * DESCRICAO   : CHAVES REPROVADAS NO ESCORE MENSAL DE QUALIDADE  *
      *               DE DADOS DOS CADASTROS (EXER0619), UM REGISTRO   *
      *               POR REGRA REPROVADA, PARA CORRECAO PELOS         *
      *               GESTORES DE CADA CADASTRO                        *
      * TAMANHO     : 100 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * COMPETENCIA   : MES DO ESCORE (AAAAMM)                         *
      * COD-CADASTRO  : 'FUN' FUNCIONARIOS (ENT01105)                  *
      *                 'CLI' CLIENTES (CLI02105)                      *
      *                 'EMP' EMPRESTIMOS (ENT03105)                   *
      *                 'END' ENDERECOS DOS CLIENTES (END04105)        *
      * COD-REGRA     : REGRA REPROVADA (VER EXER0619)                 *
      * CHAVE         : CHAVE DO REGISTRO NO CADASTRO DE ORIGEM        *
      * DES-REGRA     : DESCRICAO DA REGRA                             *
      * VAL-ENCONTRADO: CONTEUDO DO CAMPO REPROVADO                    *
      *----------------------------------------------------------------*

       01 ARQDQF01-REGISTRO.
          03 ARQDQF01-COMPETENCIA       PIC 9(06).
          03 ARQDQF01-COD-CADASTRO      PIC X(03).
          03 ARQDQF01-COD-REGRA         PIC X(03).
          03 ARQDQF01-CHAVE             PIC X(20).
          03 ARQDQF01-DES-REGRA         PIC X(30).
          03 ARQDQF01-VAL-ENCONTRADO    PIC X(30).
          03 FILLER                     PIC X(08).
