      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 6      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: OBT06121                                         *
      * DESCRICAO   : COMUNICACOES DE OBITO DE CLIENTES (DIGITADAS A   *
      *               PARTIR DA CARTA DA FAMILIA OU DO INVENTARIANTE), *
      *               PROCESSADAS PELO EXER0621                        *
      * TAMANHO     : 150 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * CPF              : CPF DO CLIENTE FALECIDO                     *
      * DAT-OBITO        : DATA DO OBITO (AAAAMMDD)                    *
      * DAT-COMUNICACAO  : DATA DO RECEBIMENTO DA CARTA (AAAAMMDD)     *
      * NOM-INVENTARIANTE: NOME DO INVENTARIANTE/REPRESENTANTE DO      *
      *                    ESPOLIO                                     *
      * CPF-INVENTARIANTE: CPF DO INVENTARIANTE (ZEROS SE NAO INFORM.) *
      * END-ESPOLIO      : ENDERECO PARA A CORRESPONDENCIA DO ESPOLIO  *
      *----------------------------------------------------------------*

       01 ARQOBT01-REGISTRO.
          03 ARQOBT01-CPF               PIC 9(11).
          03 ARQOBT01-DAT-OBITO         PIC 9(08).
          03 ARQOBT01-DAT-COMUNICACAO   PIC 9(08).
          03 ARQOBT01-NOM-INVENTARIANTE PIC X(40).
          03 ARQOBT01-CPF-INVENTARIANTE PIC 9(11).
          03 ARQOBT01-END-ESPOLIO       PIC X(60).
          03 FILLER                     PIC X(12).
