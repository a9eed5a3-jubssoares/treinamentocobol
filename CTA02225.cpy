      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: CTA02225                                         *
      * DESCRICAO   : CADASTRO DE CONTAS DE DEPOSITO (VSAM KSDS, CHAVE *
      *               CPF + NUM-CONTA + MOEDA) - PRODUTO, ABERTURA,    *
      *               ENCERRAMENTO E SITUACAO DA CONTA, MANTIDO PELO   *
      *               EXER0225. O EXER0205 SO ACEITA MOVIMENTO PARA    *
      *               CONTA ABERTA                                     *
      * TAMANHO     : 50 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO REGISTRO                        *
      *----------------------------------------------------------------*
      * CPF              CPF DO TITULAR (CHAVE)                        *
      * NUM-CONTA        NUMERO DA CONTA DO CPF (CHAVE)                *
      * COD-MOEDA        MOEDA DA CONTA (CHAVE)                        *
      * TIP-PRODUTO      'CC' CONTA CORRENTE / 'PP' POUPANCA /         *
      *                  'SL' CONTA SALARIO                            *
      * DAT-ABERTURA     DATA DE ABERTURA (AAAAMMDD)                   *
      * DAT-ENCERRAMENTO DATA DE ENCERRAMENTO (ZEROS = ABERTA)         *
      * SIT-CONTA        'A' ABERTA / 'E' ENCERRADA                    *
      *----------------------------------------------------------------*

       01 ARQCTA01-REGISTRO.
           05 ARQCTA01-CHAVE.
              10 ARQCTA01-CPF                   PIC 9(11).
              10 ARQCTA01-NUM-CONTA             PIC 9(04).
              10 ARQCTA01-COD-MOEDA             PIC X(03).
           05 ARQCTA01-TIP-PRODUTO              PIC X(02).
              88 ARQCTA01-PROD-CORRENTE         VALUE 'CC'.
              88 ARQCTA01-PROD-POUPANCA         VALUE 'PP'.
              88 ARQCTA01-PROD-SALARIO          VALUE 'SL'.
              88 ARQCTA01-PROD-VALIDO           VALUE 'CC' 'PP' 'SL'.
           05 ARQCTA01-DAT-ABERTURA             PIC 9(08).
           05 ARQCTA01-DAT-ENCERRAMENTO         PIC 9(08).
           05 ARQCTA01-SIT-CONTA                PIC X(01).
              88 ARQCTA01-CONTA-ABERTA          VALUE 'A'.
              88 ARQCTA01-CONTA-ENCERRADA       VALUE 'E'.
           05 FILLER                            PIC X(13).
