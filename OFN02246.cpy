      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: OFN02246                                         *
      * DESCRICAO   : ARQUIVO DIARIO DE COMPARTILHAMENTO OPEN FINANCE  *
      *               (LEIAUTE PADRAO DE INTERCAMBIO), GERADO PELO     *
      *               EXER0246 PARA OS CLIENTES COM CONSENTIMENTO 'O'  *
      *               ATIVO NO CON05105: HEADER, CADASTRO, SALDOS,     *
      *               MOVIMENTOS DO DIA, CONTRATOS DE EMPRESTIMO,      *
      *               PARCELAS E TRAILER. TODO DETALHE LEVA A          *
      *               INSTITUICAO RECEPTORA E O CPF DO CLIENTE, PARA   *
      *               A SEPARACAO POR DESTINATARIO NA TRANSMISSAO      *
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * TIP-REGISTRO  'H' HEADER / '1' CADASTRO / '2' SALDO /          *
      *               '3' MOVIMENTO / '4' CONTRATO / '5' PARCELA /     *
      *               'T' TRAILER                                      *
      * COD-INSTITUICAO ISPB DA INSTITUICAO RECEPTORA (BRANCOS NO      *
      *               HEADER E NO TRAILER)                             *
      * CPF           CPF DO CLIENTE (ZEROS NO HEADER E NO TRAILER)    *
      * HEADER:  DATA DE REFERENCIA, DATA/HORA DE GERACAO, ISPB DA     *
      *          INSTITUICAO TRANSMISSORA, VERSAO DO LEIAUTE E QTDE    *
      *          DE CONSENTIMENTOS ATENDIDOS                           *
      * CADASTRO: NOME, AGENCIA, SITUACAO DO RELACIONAMENTO E DATAS    *
      *          DO CONSENTIMENTO E DA VALIDADE                        *
      * SALDO:   CONTA, MOEDA, SALDOS DE ABERTURA E FECHAMENTO E       *
      *          MOVIMENTO LIQUIDO (COM SINAL)                         *
      * MOVIMENTO: CONTA, DATA (AAAAMMDD), TIPO (D/S/T/R/E), MOEDA E   *
      *          VALOR. O CPF DA CONTRAPARTE NAO E COMPARTILHADO       *
      * CONTRATO: CHAVE DO EMPRESTIMO, VALOR ORIGINAL, PAGO, SALDO     *
      *          DEVEDOR, JUROS ACUMULADOS, SITUACAO, DATA LIMITE E    *
      *          ULTIMO PAGAMENTO                                      *
      * PARCELA: CHAVE DO EMPRESTIMO, NUMERO, VENCIMENTO, PRINCIPAL,   *
      *          JUROS, VALOR, PAGO ACUMULADO E SITUACAO (A/P/Q)       *
      * TRAILER: QUANTIDADES POR TIPO E TOTAL DE REGISTROS DO ARQUIVO  *
      *          (INCLUSIVE HEADER E TRAILER)                          *
      *----------------------------------------------------------------*

       01 ARQOFN01-REGISTRO.
           05 ARQOFN01-TIP-REGISTRO             PIC X(01).
              88 ARQOFN01-REG-HEADER            VALUE 'H'.
              88 ARQOFN01-REG-CADASTRO          VALUE '1'.
              88 ARQOFN01-REG-SALDO             VALUE '2'.
              88 ARQOFN01-REG-MOVIMENTO         VALUE '3'.
              88 ARQOFN01-REG-CONTRATO          VALUE '4'.
              88 ARQOFN01-REG-PARCELA           VALUE '5'.
              88 ARQOFN01-REG-TRAILER           VALUE 'T'.
           05 ARQOFN01-COD-INSTITUICAO          PIC X(08).
           05 ARQOFN01-CPF                      PIC 9(11).
           05 ARQOFN01-DADOS                    PIC X(100).
           05 ARQOFN01-HEADER                   REDEFINES
              ARQOFN01-DADOS.
              10 ARQOFN01-HDR-DAT-REFERENCIA    PIC 9(08).
              10 ARQOFN01-HDR-DAT-GERACAO       PIC 9(08).
              10 ARQOFN01-HDR-HOR-GERACAO       PIC 9(06).
              10 ARQOFN01-HDR-INSTIT-ORIGEM     PIC X(08).
              10 ARQOFN01-HDR-VERSAO-LEIAUTE    PIC X(03).
              10 ARQOFN01-HDR-QTDE-CONSENT      PIC 9(07).
              10 FILLER                         PIC X(60).
           05 ARQOFN01-CADASTRO                 REDEFINES
              ARQOFN01-DADOS.
              10 ARQOFN01-CAD-NOM-CLIENTE       PIC X(40).
              10 ARQOFN01-CAD-COD-AGENCIA       PIC 9(04).
              10 ARQOFN01-CAD-SIT-RELAC         PIC X(01).
              10 ARQOFN01-CAD-DAT-CONSENT       PIC 9(08).
              10 ARQOFN01-CAD-DAT-VALIDADE      PIC 9(08).
              10 FILLER                         PIC X(39).
           05 ARQOFN01-SALDO                    REDEFINES
              ARQOFN01-DADOS.
              10 ARQOFN01-SLD-NUM-CONTA         PIC 9(04).
              10 ARQOFN01-SLD-COD-MOEDA         PIC X(03).
              10 ARQOFN01-SLD-VAL-ABERTURA      PIC S9(15)V99.
              10 ARQOFN01-SLD-VAL-MOVIMENTO     PIC S9(15)V99.
              10 ARQOFN01-SLD-VAL-FECHAMENTO    PIC S9(15)V99.
              10 FILLER                         PIC X(42).
           05 ARQOFN01-MOVIMENTO                REDEFINES
              ARQOFN01-DADOS.
              10 ARQOFN01-MOV-NUM-CONTA         PIC 9(04).
              10 ARQOFN01-MOV-DAT-MOVIMENTO     PIC 9(08).
              10 ARQOFN01-MOV-TIP-MOVIMENTO     PIC X(01).
              10 ARQOFN01-MOV-COD-MOEDA         PIC X(03).
              10 ARQOFN01-MOV-VAL-MOVIMENTO     PIC 9(15)V99.
              10 FILLER                         PIC X(67).
           05 ARQOFN01-CONTRATO                 REDEFINES
              ARQOFN01-DADOS.
              10 ARQOFN01-CTR-CHAVE.
                 15 ARQOFN01-CTR-COD-AGENCIA    PIC 9(03).
                 15 ARQOFN01-CTR-NUM-CONTA      PIC 9(03).
                 15 ARQOFN01-CTR-NUM-EMPRESTIMO PIC 9(03).
              10 ARQOFN01-CTR-VAL-EMPRESTIMO    PIC 9(13)V99.
              10 ARQOFN01-CTR-VAL-PAGO          PIC 9(13)V99.
              10 ARQOFN01-CTR-VAL-SALDO         PIC 9(13)V99.
              10 ARQOFN01-CTR-VAL-JUROS-ACUM    PIC 9(13)V99.
              10 ARQOFN01-CTR-SIT-EMPRESTIMO    PIC X(10).
              10 ARQOFN01-CTR-DAT-LIMITE        PIC 9(08).
              10 ARQOFN01-CTR-DAT-ULT-PAGTO     PIC 9(08).
              10 FILLER                         PIC X(05).
           05 ARQOFN01-PARCELA                  REDEFINES
              ARQOFN01-DADOS.
              10 ARQOFN01-PAR-CHAVE.
                 15 ARQOFN01-PAR-COD-AGENCIA    PIC 9(03).
                 15 ARQOFN01-PAR-NUM-CONTA      PIC 9(03).
                 15 ARQOFN01-PAR-NUM-EMPRESTIMO PIC 9(03).
              10 ARQOFN01-PAR-NUM-PARCELA       PIC 9(03).
              10 ARQOFN01-PAR-DAT-VENCIMENTO    PIC 9(08).
              10 ARQOFN01-PAR-VAL-PRINCIPAL     PIC 9(13)V99.
              10 ARQOFN01-PAR-VAL-JUROS         PIC 9(13)V99.
              10 ARQOFN01-PAR-VAL-PARCELA       PIC 9(13)V99.
              10 ARQOFN01-PAR-VAL-PAGO-ACUM     PIC 9(13)V99.
              10 ARQOFN01-PAR-SIT-PARCELA       PIC X(01).
              10 FILLER                         PIC X(19).
           05 ARQOFN01-TRAILER                  REDEFINES
              ARQOFN01-DADOS.
              10 ARQOFN01-TRL-QTDE-CADASTROS    PIC 9(07).
              10 ARQOFN01-TRL-QTDE-SALDOS       PIC 9(07).
              10 ARQOFN01-TRL-QTDE-MOVIMENTOS   PIC 9(09).
              10 ARQOFN01-TRL-QTDE-CONTRATOS    PIC 9(07).
              10 ARQOFN01-TRL-QTDE-PARCELAS     PIC 9(09).
              10 ARQOFN01-TRL-QTDE-REGISTROS    PIC 9(09).
              10 FILLER                         PIC X(52).
