      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: TRP01121                                         *
      * DESCRICAO   : TRANSICAO DE SITUACAO ENVIADA A SEGURANCA E AINDA*
      *               NAO CONFIRMADA. E O CARRY DIARIO DO EXER0121 E,  *
      *               PARA AS QUE PASSARAM DO PRAZO DE UM DIA UTIL, O  *
      *               ARQUIVO DE ALERTAS INGERIDO PELO BOLETIM DIARIO  *
      *               (EXER0603)                                       *
      * TAMANHO     : 60 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * COD-FUNCO/DAT-EVENTO/HOR-EVENTO: IDENTIFICACAO DA TRANSICAO    *
      * COD-ACAO       : 'R' REVOGAR / 'S' SUSPENDER / 'A' RESTAURAR   *
      * SIT-ANTERIOR   : SITUACAO ANTES DA TRANSICAO                   *
      * SIT-NOVA       : SITUACAO APOS A TRANSICAO                     *
      * DAT-ENVIO      : DATA DA INTERFACE QUE LEVOU A TRANSICAO       *
      * DAT-LIMITE     : DIA UTIL SEGUINTE AO ENVIO (PRAZO PARA A      *
      *                  CONFIRMACAO)                                  *
      *----------------------------------------------------------------*

       01 ARQTRP01-REGISTRO.
          03 ARQTRP01-COD-FUNCO         PIC 9(08).
          03 ARQTRP01-DAT-EVENTO        PIC 9(08).
          03 ARQTRP01-HOR-EVENTO        PIC 9(06).
          03 ARQTRP01-COD-ACAO          PIC X(01).
             88 ARQTRP01-ACAO-REVOGAR         VALUE 'R'.
             88 ARQTRP01-ACAO-SUSPENDER       VALUE 'S'.
             88 ARQTRP01-ACAO-RESTAURAR       VALUE 'A'.
          03 ARQTRP01-SIT-ANTERIOR      PIC X(01).
          03 ARQTRP01-SIT-NOVA          PIC X(01).
          03 ARQTRP01-DAT-ENVIO         PIC 9(08).
          03 ARQTRP01-DAT-LIMITE        PIC 9(08).
          03 FILLER                     PIC X(19).
