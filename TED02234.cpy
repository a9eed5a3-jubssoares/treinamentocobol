      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: TED02234                                         *
      * DESCRICAO   : TED ENVIADA A OUTRO BANCO. MESMO LAYOUT PARA O   *
      *               ARQUIVO DE REMESSA A CAMARA (GERADO PELO         *
      *               EXER0213, SITUACAO 'P') E PARA O CONTROLE DE     *
      *               PENDENCIAS DE LIQUIDACAO (VSAM KSDS, CHAVE       *
      *               ID-TED), BAIXADO PELO RETORNO DA CAMARA NO       *
      *               EXER0234                                         *
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO REGISTRO                        *
      *----------------------------------------------------------------*
      * ID-TED          : IDENTIFICADOR DA TED (CHAVE) = DATA E        *
      *                   SEQUENCIA DO ENVELOPE DO MOVIMENTO + ORDEM   *
      *                   DA TED NO ARQUIVO                            *
      * DAT-MOVIMENTO   : DATA DA PERNA 'T' (AAAAMMDD)                 *
      * CPF-EMISSOR     : CPF DO CLIENTE DEBITADO                      *
      * NUM-CONTA       : CONTA DEBITADA                               *
      * CPF-FAVORECIDO  : CPF DO FAVORECIDO                            *
      * ISPB-DESTINO    : ISPB DO BANCO DE DESTINO                     *
      * AGENCIA-DESTINO : AGENCIA DE DESTINO                           *
      * CONTA-DESTINO   : CONTA DE DESTINO                             *
      * COD-MOEDA       : MOEDA (SEMPRE BRL)                           *
      * VAL-TED         : VALOR DA TED                                 *
      * SIT-TED         : 'P' PENDENTE / 'L' LIQUIDADA / 'D' DEVOLVIDA *
      * DAT-SITUACAO    : DATA DA LIQUIDACAO OU DA DEVOLUCAO           *
      * COD-MOTIVO-DEVOL: MOTIVO DA DEVOLUCAO INFORMADO PELA CAMARA    *
      *----------------------------------------------------------------*

       01 ARQTED01-REGISTRO.
          03 ARQTED01-ID-TED.
             05 ARQTED01-DAT-ENVELOPE   PIC 9(08).
             05 ARQTED01-SEQ-ENVELOPE   PIC 9(04).
             05 ARQTED01-SEQ-TED        PIC 9(05).
          03 ARQTED01-DAT-MOVIMENTO     PIC 9(08).
          03 ARQTED01-CPF-EMISSOR       PIC 9(11).
          03 ARQTED01-NUM-CONTA         PIC 9(04).
          03 ARQTED01-CPF-FAVORECIDO    PIC 9(11).
          03 ARQTED01-ISPB-DESTINO      PIC 9(08).
          03 ARQTED01-AGENCIA-DESTINO   PIC 9(04).
          03 ARQTED01-CONTA-DESTINO     PIC 9(12).
          03 ARQTED01-COD-MOEDA         PIC X(03).
          03 ARQTED01-VAL-TED           PIC 9(13)V99.
          03 ARQTED01-SIT-TED           PIC X(01).
             88 ARQTED01-TED-PENDENTE             VALUE 'P'.
             88 ARQTED01-TED-LIQUIDADA            VALUE 'L'.
             88 ARQTED01-TED-DEVOLVIDA            VALUE 'D'.
          03 ARQTED01-DAT-SITUACAO      PIC 9(08).
          03 ARQTED01-COD-MOTIVO-DEVOL  PIC 9(02).
          03 FILLER                     PIC X(16).
