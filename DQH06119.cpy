      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 6      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: DQH06119                                         *
      * DESCRICAO   : HISTORICO DO ESCORE MENSAL DE QUALIDADE DE DADOS *
      *               DOS CADASTROS (EXER0619). CADA RODADA LE A       *
      *               GERACAO ANTERIOR, MANTEM OS 12 MESES ANTERIORES  *
      *               A COMPETENCIA E ACRESCENTA OS DA COMPETENCIA,    *
      *               BASE DA TENDENCIA IMPRESSA NO ESCORE             *
      * TAMANHO     : 050 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * COMPETENCIA   : MES DO ESCORE (AAAAMM)                         *
      * TIP-LINHA     : 'R' ESCORE DE UMA REGRA /                      *
      *                 'C' ESCORE DO CADASTRO (REGISTROS SEM FALHA)   *
      * COD-CADASTRO  : CADASTRO AVALIADO (VER DQF06119)               *
      * COD-REGRA     : REGRA (BRANCOS NA LINHA DO CADASTRO)           *
      * QTDE-AVALIADOS: REGISTROS A QUE A REGRA SE APLICA              *
      * QTDE-VALIDOS  : REGISTROS APROVADOS                            *
      * PCT-VALIDO    : PERCENTUAL APROVADO                            *
      *----------------------------------------------------------------*

       01 ARQDQH01-REGISTRO.
          03 ARQDQH01-COMPETENCIA       PIC 9(06).
          03 ARQDQH01-TIP-LINHA         PIC X(01).
             88 ARQDQH01-LINHA-REGRA            VALUE 'R'.
             88 ARQDQH01-LINHA-CADASTRO         VALUE 'C'.
          03 ARQDQH01-COD-CADASTRO      PIC X(03).
          03 ARQDQH01-COD-REGRA         PIC X(03).
          03 ARQDQH01-QTDE-AVALIADOS    PIC 9(09).
          03 ARQDQH01-QTDE-VALIDOS      PIC 9(09).
          03 ARQDQH01-PCT-VALIDO        PIC 9(03)V99.
          03 FILLER                     PIC X(14).
