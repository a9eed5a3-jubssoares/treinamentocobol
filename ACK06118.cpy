      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 6      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: ACK06118                                         *
      * DESCRICAO   : CONFIRMACAO DE RECEBIMENTO DEVOLVIDA PELOS       *
      *               PARCEIROS PARA OS ARQUIVOS ENVIADOS (TRM06118),  *
      *               COM OS TOTAIS APURADOS PELO PARCEIRO. LIDA PELO  *
      *               MONITOR DE ENVIOS (EXER0618)                     *
      * TAMANHO     : 80 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * ID-ARQUIVO  : IDENTIFICACAO DO ARQUIVO RECEBIDO                *
      * DAT-GERACAO : DATA DE GERACAO DO ARQUIVO RECEBIDO (AAAAMMDD)   *
      * NUM-GERACAO : GERACAO CONFIRMADA (ZEROS = A MAIS ANTIGA AINDA  *
      *               NAO CONFIRMADA DAQUELA DATA)                     *
      * COD-PARCEIRO: PARCEIRO QUE CONFIRMA                            *
      * DAT-RECEBIMENTO: DATA DO RECEBIMENTO NO PARCEIRO (AAAAMMDD)    *
      * QTDE-REGS   : QTDE DE REGISTROS APURADA PELO PARCEIRO          *
      * VAL-HASH    : TOTAL DE CONTROLE APURADO PELO PARCEIRO          *
      *----------------------------------------------------------------*

       01 ARQACK01-REGISTRO.
          03 ARQACK01-ID-ARQUIVO        PIC X(08).
          03 ARQACK01-DAT-GERACAO       PIC 9(08).
          03 ARQACK01-NUM-GERACAO       PIC 9(05).
          03 ARQACK01-COD-PARCEIRO      PIC X(08).
          03 ARQACK01-DAT-RECEBIMENTO   PIC 9(08).
          03 ARQACK01-QTDE-REGS         PIC 9(09).
          03 ARQACK01-VAL-HASH          PIC 9(15)V99.
          03 FILLER                     PIC X(17).
