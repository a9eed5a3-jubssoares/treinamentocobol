      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: CNB03315                                         *
      * DESCRICAO   : LAYOUTS CNAB 240 (FEBRABAN) DE COBRANCA: HEADER  *
      *               E TRAILER DE ARQUIVO E DE LOTE, SEGMENTOS P E Q  *
      *               DA REMESSA (EXER0315) E SEGMENTOS T E U DO       *
      *               RETORNO (EXER0316). O TIPO DO REGISTRO ESTA NA   *
      *               POSICAO 8 E O SEGMENTO NA POSICAO 14             *
      * TAMANHO     : 240 BYTES (CADA LAYOUT)                          *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      * TIPO-REGISTRO : '0' HEADER DE ARQUIVO / '1' HEADER DE LOTE /   *
      *                 '3' DETALHE / '5' TRAILER DE LOTE /            *
      *                 '9' TRAILER DE ARQUIVO                         *
      * COD-REM-RET   : 1 REMESSA / 2 RETORNO                          *
      * DATAS         : NO FORMATO DDMMAAAA DO PADRAO CNAB             *
      * COD-MOVIMENTO : REMESSA 01 ENTRADA DE TITULO / RETORNO 02      *
      *                 ENTRADA CONFIRMADA, 03 ENTRADA REJEITADA,      *
      *                 06 LIQUIDACAO, 09 BAIXA, 17 LIQUIDACAO APOS    *
      *                 BAIXA                                          *
      * NOSSO-NUMERO  : NOSSO NUMERO DO BOL03315 (13 DIGITOS) ALINHADO *
      *                 A ESQUERDA                                     *
      *----------------------------------------------------------------*

       01 ARQCNB01-HDR-ARQUIVO.
          03 ARQCNB01-HA-COD-BANCO         PIC 9(03).
          03 ARQCNB01-HA-LOTE              PIC 9(04).
          03 ARQCNB01-HA-TIPO-REGISTRO     PIC X(01).
          03 FILLER                        PIC X(09).
          03 ARQCNB01-HA-TIP-INSCRICAO     PIC 9(01).
          03 ARQCNB01-HA-NUM-INSCRICAO     PIC 9(14).
          03 ARQCNB01-HA-COD-CONVENIO      PIC X(20).
          03 ARQCNB01-HA-AGENCIA           PIC 9(05).
          03 ARQCNB01-HA-DV-AGENCIA        PIC X(01).
          03 ARQCNB01-HA-CONTA             PIC 9(12).
          03 ARQCNB01-HA-DV-CONTA          PIC X(01).
          03 ARQCNB01-HA-DV-AG-CONTA       PIC X(01).
          03 ARQCNB01-HA-NOM-EMPRESA       PIC X(30).
          03 ARQCNB01-HA-NOM-BANCO         PIC X(30).
          03 FILLER                        PIC X(10).
          03 ARQCNB01-HA-COD-REM-RET       PIC 9(01).
             88 ARQCNB01-HA-REMESSA                  VALUE 1.
             88 ARQCNB01-HA-RETORNO                  VALUE 2.
          03 ARQCNB01-HA-DAT-GERACAO       PIC 9(08).
          03 ARQCNB01-HA-HOR-GERACAO       PIC 9(06).
          03 ARQCNB01-HA-NUM-SEQUENCIAL    PIC 9(06).
          03 ARQCNB01-HA-VERSAO-LAYOUT     PIC 9(03).
          03 ARQCNB01-HA-DENSIDADE         PIC 9(05).
          03 FILLER                        PIC X(69).

       01 ARQCNB01-HDR-LOTE.
          03 ARQCNB01-HL-COD-BANCO         PIC 9(03).
          03 ARQCNB01-HL-LOTE              PIC 9(04).
          03 ARQCNB01-HL-TIPO-REGISTRO     PIC X(01).
          03 ARQCNB01-HL-TIP-OPERACAO      PIC X(01).
          03 ARQCNB01-HL-TIP-SERVICO       PIC 9(02).
          03 FILLER                        PIC X(02).
          03 ARQCNB01-HL-VERSAO-LAYOUT     PIC 9(03).
          03 FILLER                        PIC X(01).
          03 ARQCNB01-HL-TIP-INSCRICAO     PIC 9(01).
          03 ARQCNB01-HL-NUM-INSCRICAO     PIC 9(15).
          03 ARQCNB01-HL-COD-CONVENIO      PIC X(20).
          03 ARQCNB01-HL-AGENCIA           PIC 9(05).
          03 ARQCNB01-HL-DV-AGENCIA        PIC X(01).
          03 ARQCNB01-HL-CONTA             PIC 9(12).
          03 ARQCNB01-HL-DV-CONTA          PIC X(01).
          03 ARQCNB01-HL-DV-AG-CONTA       PIC X(01).
          03 ARQCNB01-HL-NOM-EMPRESA       PIC X(30).
          03 ARQCNB01-HL-MENSAGEM-1        PIC X(40).
          03 ARQCNB01-HL-MENSAGEM-2        PIC X(40).
          03 ARQCNB01-HL-NUM-REM-RET       PIC 9(08).
          03 ARQCNB01-HL-DAT-GRAVACAO      PIC 9(08).
          03 ARQCNB01-HL-DAT-CREDITO       PIC 9(08).
          03 FILLER                        PIC X(33).

       01 ARQCNB01-SEG-P.
          03 ARQCNB01-SP-COD-BANCO         PIC 9(03).
          03 ARQCNB01-SP-LOTE              PIC 9(04).
          03 ARQCNB01-SP-TIPO-REGISTRO     PIC X(01).
          03 ARQCNB01-SP-NUM-SEQ-REGISTRO  PIC 9(05).
          03 ARQCNB01-SP-COD-SEGMENTO      PIC X(01).
          03 FILLER                        PIC X(01).
          03 ARQCNB01-SP-COD-MOVIMENTO     PIC 9(02).
          03 ARQCNB01-SP-AGENCIA           PIC 9(05).
          03 ARQCNB01-SP-DV-AGENCIA        PIC X(01).
          03 ARQCNB01-SP-CONTA             PIC 9(12).
          03 ARQCNB01-SP-DV-CONTA          PIC X(01).
          03 ARQCNB01-SP-DV-AG-CONTA       PIC X(01).
          03 ARQCNB01-SP-NOSSO-NUMERO      PIC X(20).
          03 ARQCNB01-SP-COD-CARTEIRA      PIC 9(01).
          03 ARQCNB01-SP-FORMA-CADASTRO    PIC 9(01).
          03 ARQCNB01-SP-TIP-DOCUMENTO     PIC X(01).
          03 ARQCNB01-SP-EMISSAO-BOLETO    PIC 9(01).
          03 ARQCNB01-SP-DISTRIBUICAO      PIC X(01).
          03 ARQCNB01-SP-NUM-DOCUMENTO     PIC X(15).
          03 ARQCNB01-SP-DAT-VENCIMENTO    PIC 9(08).
          03 ARQCNB01-SP-VAL-NOMINAL       PIC 9(13)V99.
          03 ARQCNB01-SP-AGENCIA-COBRADORA PIC 9(05).
          03 ARQCNB01-SP-DV-AGENCIA-COBR   PIC X(01).
          03 ARQCNB01-SP-ESPECIE-TITULO    PIC 9(02).
          03 ARQCNB01-SP-ACEITE            PIC X(01).
          03 ARQCNB01-SP-DAT-EMISSAO       PIC 9(08).
          03 ARQCNB01-SP-COD-JUROS         PIC 9(01).
          03 ARQCNB01-SP-DAT-JUROS         PIC 9(08).
          03 ARQCNB01-SP-VAL-JUROS         PIC 9(13)V99.
          03 ARQCNB01-SP-COD-DESCONTO      PIC 9(01).
          03 ARQCNB01-SP-DAT-DESCONTO      PIC 9(08).
          03 ARQCNB01-SP-VAL-DESCONTO      PIC 9(13)V99.
          03 ARQCNB01-SP-VAL-IOF           PIC 9(13)V99.
          03 ARQCNB01-SP-VAL-ABATIMENTO    PIC 9(13)V99.
          03 ARQCNB01-SP-USO-EMPRESA       PIC X(25).
          03 ARQCNB01-SP-COD-PROTESTO      PIC 9(01).
          03 ARQCNB01-SP-PRAZO-PROTESTO    PIC 9(02).
          03 ARQCNB01-SP-COD-BAIXA         PIC 9(01).
          03 ARQCNB01-SP-PRAZO-BAIXA       PIC 9(03).
          03 ARQCNB01-SP-COD-MOEDA         PIC 9(02).
          03 ARQCNB01-SP-NUM-CONTRATO      PIC 9(10).
          03 FILLER                        PIC X(01).

       01 ARQCNB01-SEG-Q.
          03 ARQCNB01-SQ-COD-BANCO         PIC 9(03).
          03 ARQCNB01-SQ-LOTE              PIC 9(04).
          03 ARQCNB01-SQ-TIPO-REGISTRO     PIC X(01).
          03 ARQCNB01-SQ-NUM-SEQ-REGISTRO  PIC 9(05).
          03 ARQCNB01-SQ-COD-SEGMENTO      PIC X(01).
          03 FILLER                        PIC X(01).
          03 ARQCNB01-SQ-COD-MOVIMENTO     PIC 9(02).
          03 ARQCNB01-SQ-TIP-INSCRICAO     PIC 9(01).
          03 ARQCNB01-SQ-NUM-INSCRICAO     PIC 9(15).
          03 ARQCNB01-SQ-NOM-PAGADOR       PIC X(40).
          03 ARQCNB01-SQ-ENDERECO          PIC X(40).
          03 ARQCNB01-SQ-BAIRRO            PIC X(15).
          03 ARQCNB01-SQ-CEP               PIC 9(05).
          03 ARQCNB01-SQ-SUFIXO-CEP        PIC 9(03).
          03 ARQCNB01-SQ-CIDADE            PIC X(15).
          03 ARQCNB01-SQ-UF                PIC X(02).
          03 ARQCNB01-SQ-TIP-INSC-AVALISTA PIC 9(01).
          03 ARQCNB01-SQ-NUM-INSC-AVALISTA PIC 9(15).
          03 ARQCNB01-SQ-NOM-AVALISTA      PIC X(40).
          03 ARQCNB01-SQ-BANCO-CORRESP     PIC 9(03).
          03 ARQCNB01-SQ-NOSSO-NUM-CORRESP PIC X(20).
          03 FILLER                        PIC X(08).

       01 ARQCNB01-SEG-T.
          03 ARQCNB01-ST-COD-BANCO         PIC 9(03).
          03 ARQCNB01-ST-LOTE              PIC 9(04).
          03 ARQCNB01-ST-TIPO-REGISTRO     PIC X(01).
          03 ARQCNB01-ST-NUM-SEQ-REGISTRO  PIC 9(05).
          03 ARQCNB01-ST-COD-SEGMENTO      PIC X(01).
          03 FILLER                        PIC X(01).
          03 ARQCNB01-ST-COD-MOVIMENTO     PIC 9(02).
             88 ARQCNB01-ST-ENTRADA-CONFIRMADA       VALUE 02.
             88 ARQCNB01-ST-ENTRADA-REJEITADA        VALUE 03.
             88 ARQCNB01-ST-LIQUIDACAO               VALUE 06 17.
             88 ARQCNB01-ST-BAIXA                    VALUE 09.
          03 ARQCNB01-ST-AGENCIA           PIC 9(05).
          03 ARQCNB01-ST-DV-AGENCIA        PIC X(01).
          03 ARQCNB01-ST-CONTA             PIC 9(12).
          03 ARQCNB01-ST-DV-CONTA          PIC X(01).
          03 ARQCNB01-ST-DV-AG-CONTA       PIC X(01).
          03 ARQCNB01-ST-NOSSO-NUMERO      PIC X(20).
          03 ARQCNB01-ST-COD-CARTEIRA      PIC 9(01).
          03 ARQCNB01-ST-NUM-DOCUMENTO     PIC X(15).
          03 ARQCNB01-ST-DAT-VENCIMENTO    PIC 9(08).
          03 ARQCNB01-ST-VAL-NOMINAL       PIC 9(13)V99.
          03 ARQCNB01-ST-BANCO-COBRADOR    PIC 9(03).
          03 ARQCNB01-ST-AGENCIA-COBRADORA PIC 9(05).
          03 ARQCNB01-ST-DV-AGENCIA-COBR   PIC X(01).
          03 ARQCNB01-ST-USO-EMPRESA       PIC X(25).
          03 ARQCNB01-ST-COD-MOEDA         PIC 9(02).
          03 ARQCNB01-ST-TIP-INSCRICAO     PIC 9(01).
          03 ARQCNB01-ST-NUM-INSCRICAO     PIC 9(15).
          03 ARQCNB01-ST-NOM-PAGADOR       PIC X(40).
          03 ARQCNB01-ST-NUM-CONTRATO      PIC 9(10).
          03 ARQCNB01-ST-VAL-TARIFA        PIC 9(13)V99.
          03 ARQCNB01-ST-COD-MOTIVO        PIC X(10).
          03 FILLER                        PIC X(17).

       01 ARQCNB01-SEG-U.
          03 ARQCNB01-SU-COD-BANCO         PIC 9(03).
          03 ARQCNB01-SU-LOTE              PIC 9(04).
          03 ARQCNB01-SU-TIPO-REGISTRO     PIC X(01).
          03 ARQCNB01-SU-NUM-SEQ-REGISTRO  PIC 9(05).
          03 ARQCNB01-SU-COD-SEGMENTO      PIC X(01).
          03 FILLER                        PIC X(01).
          03 ARQCNB01-SU-COD-MOVIMENTO     PIC 9(02).
          03 ARQCNB01-SU-VAL-ENCARGOS      PIC 9(13)V99.
          03 ARQCNB01-SU-VAL-DESCONTO      PIC 9(13)V99.
          03 ARQCNB01-SU-VAL-ABATIMENTO    PIC 9(13)V99.
          03 ARQCNB01-SU-VAL-IOF           PIC 9(13)V99.
          03 ARQCNB01-SU-VAL-PAGO          PIC 9(13)V99.
          03 ARQCNB01-SU-VAL-LIQUIDO       PIC 9(13)V99.
          03 ARQCNB01-SU-VAL-OUTRAS-DESP   PIC 9(13)V99.
          03 ARQCNB01-SU-VAL-OUTROS-CRED   PIC 9(13)V99.
          03 ARQCNB01-SU-DAT-OCORRENCIA    PIC 9(08).
          03 ARQCNB01-SU-DAT-CREDITO       PIC 9(08).
          03 ARQCNB01-SU-COD-OCORR-PAGADOR PIC X(04).
          03 ARQCNB01-SU-DAT-OCORR-PAGADOR PIC 9(08).
          03 ARQCNB01-SU-VAL-OCORR-PAGADOR PIC 9(13)V99.
          03 ARQCNB01-SU-COMPL-OCORRENCIA  PIC X(30).
          03 ARQCNB01-SU-BANCO-CORRESP     PIC 9(03).
          03 ARQCNB01-SU-NOSSO-NUM-CORRESP PIC X(20).
          03 FILLER                        PIC X(07).

       01 ARQCNB01-TRL-LOTE.
          03 ARQCNB01-TL-COD-BANCO         PIC 9(03).
          03 ARQCNB01-TL-LOTE              PIC 9(04).
          03 ARQCNB01-TL-TIPO-REGISTRO     PIC X(01).
          03 FILLER                        PIC X(09).
          03 ARQCNB01-TL-QTD-REGISTROS     PIC 9(06).
          03 ARQCNB01-TL-QTD-TITULOS       PIC 9(06).
          03 ARQCNB01-TL-VAL-TITULOS       PIC 9(15)V99.
          03 FILLER                        PIC X(194).

       01 ARQCNB01-TRL-ARQUIVO.
          03 ARQCNB01-TA-COD-BANCO         PIC 9(03).
          03 ARQCNB01-TA-LOTE              PIC 9(04).
          03 ARQCNB01-TA-TIPO-REGISTRO     PIC X(01).
          03 FILLER                        PIC X(09).
          03 ARQCNB01-TA-QTD-LOTES         PIC 9(06).
          03 ARQCNB01-TA-QTD-REGISTROS     PIC 9(06).
          03 ARQCNB01-TA-QTD-CONTAS        PIC 9(06).
          03 FILLER                        PIC X(205).
