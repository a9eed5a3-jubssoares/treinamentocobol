      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: SIT01121                                         *
      * DESCRICAO   : ULTIMA SITUACAO CONHECIDA DE CADA FUNCIONARIO NO *
      *               JORNAL DO CADASTRO (CARRY DIARIO DO EXER0121),   *
      *               BASE PARA DETECTAR AS TRANSICOES DE SITUACAO     *
      * TAMANHO     : 30 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * COD-FUNCO   : CODIGO DO FUNCIONARIO                            *
      * SIT-FUNCO   : 'A' ATIVO / 'S' SUSPENSO / 'D' DESLIGADO OU      *
      *               EXCLUIDO DO CADASTRO                             *
      * DAT-EVENTO  : DATA DO ULTIMO EVENTO DO JORNAL JA TRATADO       *
      * HOR-EVENTO  : HORA DO ULTIMO EVENTO DO JORNAL JA TRATADO       *
      *----------------------------------------------------------------*

       01 ARQSIT01-REGISTRO.
          03 ARQSIT01-COD-FUNCO         PIC 9(08).
          03 ARQSIT01-SIT-FUNCO         PIC X(01).
          03 ARQSIT01-DAT-EVENTO        PIC 9(08).
          03 ARQSIT01-HOR-EVENTO        PIC 9(06).
          03 FILLER                     PIC X(07).
