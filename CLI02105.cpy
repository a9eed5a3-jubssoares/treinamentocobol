      * TAMANHO     : 56 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 22/08/2026                                       *
      * ALTERACOES:                                                    *
      *  15/10/2026 - J.SOARES - SITUACAO 'F' FALECIDO, MARCADA PELO   *
      *                          EXER0621 NA COMUNICACAO DE OBITO      *
      *----------------------------------------------------------------*
      * NOME DO CAMPO             DESCRICAO
      * ================          =========
      * COD-AGENCIA               Agencia de relacionamento
      * SIT-RELACIONAMENTO        'A' ATIVO / 'E' ENCERRADO /
      *                           'D' DORMENTE (SEM MOVIMENTO HA N
      *                           MESES, MANTIDO PELO EXER0215) /
      *                           'F' FALECIDO (ESPOLIO, MARCADO
      *                           PELO EXER0621 - DEFINITIVO)
      *----------------------------------------------------------------*

       01 ARQCLI01-REGISTRO.
              88 ARQCLI01-RELAC-ATIVO                 VALUE 'A' ' '.
              88 ARQCLI01-RELAC-ENCERRADO             VALUE 'E'.
              88 ARQCLI01-RELAC-DORMENTE              VALUE 'D'.
              88 ARQCLI01-RELAC-FALECIDO              VALUE 'F'.
