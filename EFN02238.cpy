      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: EFN02238                                         *
      * DESCRICAO   : ARQUIVO SEMESTRAL DA E-FINANCEIRA (MOVIMENTO DE  *
      *               CONTAS DE DEPOSITO) PARA A RECEITA FEDERAL,      *
      *               GERADO PELO EXER0238: HEADER COM O SEMESTRE E O  *
      *               TIPO DO ENVIO (ORIGINAL OU RETIFICADOR), UM      *
      *               DETALHE POR CONTA DE CPF QUE ULTRAPASSOU O       *
      *               LIMIAR MENSAL EM ALGUM MES DO SEMESTRE E TRAILER *
      *               COM AS QUANTIDADES E TOTAIS. VALORES EM BRL      *
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * TIP-REGISTRO     'H' HEADER / 'D' DETALHE / 'T' TRAILER        *
      * HEADER:                                                        *
      *  HDR-ANO/SEMESTRE ANO E SEMESTRE (1 OU 2) DE REFERENCIA        *
      *  HDR-IND-RETIFICACAO '1' ENVIO ORIGINAL / '2' RETIFICADOR      *
      *  HDR-NUM-ENVIO   NUMERO DO ENVIO DO SEMESTRE (1 = ORIGINAL)    *
      *  HDR-NUM-ENVIO-RETIFICADO ENVIO SUBSTITUIDO (ZEROS NO ORIGINAL)*
      *  HDR-DAT-GERACAO DATA DE GERACAO DO ARQUIVO (AAAAMMDD)         *
      *  HDR-VAL-LIMIAR  LIMIAR MENSAL DE CREDITOS OU DEBITOS POR CPF  *
      * DETALHE:                                                       *
      *  CPF             CPF DO TITULAR                                *
      *  NUM-CONTA       CONTA DO TITULAR                              *
      *  COD-MOEDA       MOEDA DA CONTA (VALORES CONVERTIDOS EM BRL)   *
      *  VAL-CREDITOS    TOTAL DE CREDITOS DA CONTA NO SEMESTRE        *
      *  VAL-DEBITOS     TOTAL DE DEBITOS DA CONTA NO SEMESTRE         *
      *  VAL-SALDO-FINAL SALDO DA CONTA NO FIM DO SEMESTRE (COM SINAL) *
      *  QTDE-MESES-ACIMA MESES EM QUE O CPF ULTRAPASSOU O LIMIAR      *
      * TRAILER:                                                       *
      *  TRL-QTDE-DETALHES QTDE DE DETALHES DO ARQUIVO                 *
      *  TRL-QTDE-CPFS   QTDE DE CPFS INFORMADOS                       *
      *  TRL-VAL-CREDITOS/DEBITOS TOTAIS DOS DETALHES                  *
      *----------------------------------------------------------------*

       01 ARQEFN01-REGISTRO.
           05 ARQEFN01-TIP-REGISTRO             PIC X(01).
              88 ARQEFN01-REG-HEADER            VALUE 'H'.
              88 ARQEFN01-REG-DETALHE           VALUE 'D'.
              88 ARQEFN01-REG-TRAILER           VALUE 'T'.
           05 ARQEFN01-DADOS                    PIC X(119).
           05 ARQEFN01-HEADER                   REDEFINES
              ARQEFN01-DADOS.
              10 ARQEFN01-HDR-ANO               PIC 9(04).
              10 ARQEFN01-HDR-SEMESTRE          PIC 9(01).
              10 ARQEFN01-HDR-IND-RETIFICACAO   PIC X(01).
                 88 ARQEFN01-HDR-ORIGINAL       VALUE '1'.
                 88 ARQEFN01-HDR-RETIFICADOR    VALUE '2'.
              10 ARQEFN01-HDR-NUM-ENVIO         PIC 9(03).
              10 ARQEFN01-HDR-NUM-ENVIO-RETIF   PIC 9(03).
              10 ARQEFN01-HDR-DAT-GERACAO       PIC 9(08).
              10 ARQEFN01-HDR-VAL-LIMIAR        PIC 9(13)V99.
              10 FILLER                         PIC X(84).
           05 ARQEFN01-DETALHE                  REDEFINES
              ARQEFN01-DADOS.
              10 ARQEFN01-CPF                   PIC 9(11).
              10 ARQEFN01-NUM-CONTA             PIC 9(04).
              10 ARQEFN01-COD-MOEDA             PIC X(03).
              10 ARQEFN01-VAL-CREDITOS          PIC 9(15)V99.
              10 ARQEFN01-VAL-DEBITOS           PIC 9(15)V99.
              10 ARQEFN01-VAL-SALDO-FINAL       PIC S9(15)V99.
              10 ARQEFN01-QTDE-MESES-ACIMA      PIC 9(01).
              10 FILLER                         PIC X(49).
           05 ARQEFN01-TRAILER                  REDEFINES
              ARQEFN01-DADOS.
              10 ARQEFN01-TRL-QTDE-DETALHES     PIC 9(09).
              10 ARQEFN01-TRL-QTDE-CPFS         PIC 9(09).
              10 ARQEFN01-TRL-VAL-CREDITOS      PIC 9(15)V99.
              10 ARQEFN01-TRL-VAL-DEBITOS       PIC 9(15)V99.
              10 FILLER                         PIC X(67).
