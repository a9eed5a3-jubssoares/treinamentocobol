      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 6      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: PAR06118                                         *
      * DESCRICAO   : CATALOGO DOS ARQUIVOS ENVIADOS A PARCEIROS: UMA  *
      *               LINHA POR ARQUIVO DE SAIDA, COM O PARCEIRO QUE   *
      *               O RECEBE E O PRAZO ACORDADO PARA A CONFIRMACAO   *
      *               DE RECEBIMENTO. USADO PELO MONITOR DE ENVIOS     *
      *               (EXER0618)                                       *
      * TAMANHO     : 60 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * ID-ARQUIVO  : IDENTIFICACAO DO ARQUIVO (COMO NO TRM06118):     *
      *               ETQ04407 ETIQUETAS (BIRO DE IMPRESSAO)           *
      *               EML05505 CAMPANHA E-MAIL (PROVEDOR DE E-MAIL)    *
      *               SMS05505 CAMPANHA SMS (PROVEDOR DE SMS)          *
      *               COA02105 COMUNICACAO AO COAF                     *
      *               EML03306 E-MAILS DE COBRANCA (PROVEDOR)          *
      *               LCT02247 LANCAMENTOS CONTABEIS (CONTABILIDADE)   *
      * COD-PARCEIRO: CODIGO DO PARCEIRO DESTINATARIO                  *
      * NOM-PARCEIRO: NOME DO PARCEIRO (PARA O BOLETIM)                *
      * QTD-DIAS-PRAZO: DIAS UTEIS, APOS A GERACAO, PARA O PARCEIRO    *
      *               DEVOLVER A CONFIRMACAO                           *
      *----------------------------------------------------------------*

       01 ARQPAR01-REGISTRO.
          03 ARQPAR01-ID-ARQUIVO        PIC X(08).
          03 ARQPAR01-COD-PARCEIRO      PIC X(08).
          03 ARQPAR01-NOM-PARCEIRO      PIC X(20).
          03 ARQPAR01-QTD-DIAS-PRAZO    PIC 9(02).
          03 FILLER                     PIC X(22).
