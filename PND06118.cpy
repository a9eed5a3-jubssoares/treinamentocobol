      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 6      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: PND06118                                         *
      * DESCRICAO   : ALERTAS DE ARQUIVO ENVIADO SEM CONFIRMACAO NO    *
      *               PRAZO OU CONFIRMADO COM TOTAIS DIVERGENTES,      *
      *               GERADOS PELO MONITOR DE ENVIOS (EXER0618) E      *
      *               INGERIDOS PELO BOLETIM DIARIO (EXER0603)         *
      * TAMANHO     : 110 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * ID-ARQUIVO  : ARQUIVO ENVIADO                                  *
      * NUM-GERACAO : GERACAO DO ENVIO                                 *
      * DAT-GERACAO : DATA DA GERACAO (AAAAMMDD)                       *
      * TIP-ALERTA  : 'S' SEM CONFIRMACAO NO PRAZO /                   *
      *               'D' CONFIRMACAO COM TOTAIS DIVERGENTES           *
      * NOM-PARCEIRO: PARCEIRO A COBRAR                                *
      * DAT-LIMITE  : PRAZO DA CONFIRMACAO                             *
      * QTDE-REGS/VAL-HASH: TOTAIS ENVIADOS                            *
      * QTDE-CONFIRMADA/VAL-HASH-CONFIRMADO: TOTAIS DO PARCEIRO        *
      *----------------------------------------------------------------*

       01 ARQPND01-REGISTRO.
          03 ARQPND01-ID-ARQUIVO        PIC X(08).
          03 ARQPND01-NUM-GERACAO       PIC 9(05).
          03 ARQPND01-DAT-GERACAO       PIC 9(08).
          03 ARQPND01-TIP-ALERTA        PIC X(01).
             88 ARQPND01-SEM-CONFIRMACAO      VALUE 'S'.
             88 ARQPND01-DIVERGENTE           VALUE 'D'.
          03 ARQPND01-NOM-PARCEIRO      PIC X(20).
          03 ARQPND01-DAT-LIMITE        PIC 9(08).
          03 ARQPND01-QTDE-REGS         PIC 9(09).
          03 ARQPND01-VAL-HASH          PIC 9(15)V99.
          03 ARQPND01-QTDE-CONFIRMADA   PIC 9(09).
          03 ARQPND01-VAL-HASH-CONFIRMADO
                                        PIC 9(15)V99.
          03 FILLER                     PIC X(08).
