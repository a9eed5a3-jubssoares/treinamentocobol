      *                          (VERSAO '3' DO HEADER HDT00105);      *
      *                          ARQUIVOS ANTIGOS SAO CONVERTIDOS      *
      *                          PELO EXER0211 COM CONTA PADRAO 0001   *
      *  15/10/2026 - J.SOARES - INCLUSAO DO TIPO 'E' (ESTORNO DE      *
      *                          DEPOSITO OU SAQUE LANCADO POR ENGANO) *
      *                          COM A DATA E O TIPO DO MOVIMENTO      *
      *                          ORIGINAL NA AREA DA CONTRAPARTE       *
      *                          (ARQENT01-DADOS-ESTORNO); O ESTORNO   *
      *                          E CASADO PELO EXER0205                *
      *  15/10/2026 - J.SOARES - OS DEPOSITOS ('D') E SAQUES ('S')     *
      *                          GERADOS PELO ADAPTADOR PIX (EXER0233) *
      *                          LEVAM O CPF DA CONTRAPARTE EM         *
      *                          ARQENT01-CPF-CONTRAPARTE              *
      *  15/10/2026 - J.SOARES - PERNA 'T' SEM PERNA 'R' PARA UM       *
      *                          FAVORECIDO EM OUTRO BANCO (FAV02234) E*
      *                          ENVIADA A CAMARA COMO TED PELO        *
      *                          EXER0213; A TED DEVOLVIDA VOLTA COMO  *
      *                          'D' (EXER0234) COM O FAVORECIDO NA    *
      *                          CONTRAPARTE                           *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * DAT-DEPOS   : DATA DO MOVIMENTO (DD/MM/AAAA)                   *
      * VAL-DEPOS   : VALOR DO MOVIMENTO                               *
      * TIP-TRANS   : TIPO DO MOVIMENTO (D-DEPOSITO / S-SAQUE /        *
      *               T-TRANSFERENCIA ENVIADA / R-TRANSF RECEBIDA /   *
      *               E-ESTORNO DE DEPOSITO OU SAQUE)                 *
      * COD-MOEDA   : CODIGO DA MOEDA DO MOVIMENTO (ISO, EX: BRL/USD)  *
      * NUM-CONTA   : NUMERO DA CONTA DO CORRENTISTA (0001 = CONTA    *
      *               UNICA/PADRAO DOS ARQUIVOS ANTIGOS)              *
      * CPF-CONTRAPARTE : CPF DA OUTRA PONTA DA TRANSFERENCIA         *
      *               (ZEROS NOS DEMAIS TIPOS DE MOVIMENTO)           *
      * DADOS-ESTORNO : NO TIPO 'E', REDEFINE A CONTRAPARTE COM A     *
      *               DATA (DD/MM/AAAA) E O TIPO (D/S) DO MOVIMENTO   *
      *               ESTORNADO; CPF, CONTA, MOEDA E VALOR SAO OS     *
      *               DO PROPRIO MOVIMENTO ORIGINAL                   *
      *----------------------------------------------------------------*

       01 ARQENT01-REGISTRO.
             88 ARQENT01-TRANS-SAQUE                VALUE 'S'.
             88 ARQENT01-TRANS-TRANSF-ENVIO         VALUE 'T'.
             88 ARQENT01-TRANS-TRANSF-RECEB         VALUE 'R'.
             88 ARQENT01-TRANS-ESTORNO              VALUE 'E'.
          03 ARQENT01-COD-MOEDA         PIC X(03) VALUE 'BRL'.
          03 ARQENT01-NUM-CONTA         PIC 9(04) VALUE 0001.
          03 ARQENT01-CPF-CONTRAPARTE   PIC 9(11) VALUE ZEROS.
          03 ARQENT01-DADOS-ESTORNO     REDEFINES
             ARQENT01-CPF-CONTRAPARTE.
             05 ARQENT01-EST-DAT-ORIGINAL PIC X(10).
             05 ARQENT01-EST-TIP-ORIGINAL PIC X(01).
                88 ARQENT01-EST-DE-DEPOSITO         VALUE 'D'.
                88 ARQENT01-EST-DE-SAQUE            VALUE 'S'.
