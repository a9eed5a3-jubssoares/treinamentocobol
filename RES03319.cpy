      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: RES03319                                         *
      * DESCRICAO   : RESULTADOS DE COBRANCA DEVOLVIDOS PELAS          *
      *               ASSESSORIAS EXTERNAS (UM REGISTRO POR EVENTO),   *
      *               LIDOS PELO EXER0319                              *
      * TAMANHO     : 060 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * COD-ASSESSORIA : ASSESSORIA QUE INFORMA O RESULTADO            *
      * CHAVE          : AGENCIA/CONTA/EMPRESTIMO ENCAMINHADO          *
      * TIP-RESULTADO  : 'C' CONTATO COM O DEVEDOR                     *
      *                  'P' PROMESSA DE PAGAMENTO                     *
      *                  'R' PAGAMENTO RECEBIDO PELA ASSESSORIA        *
      * DAT-EVENTO     : DATA DO EVENTO (AAAAMMDD)                     *
      * DAT-PROMESSA   : DATA PROMETIDA (SO NA PROMESSA)               *
      * VAL-EVENTO     : VALOR PROMETIDO OU RECEBIDO                   *
      * DES-OCORRENCIA : TEXTO LIVRE DA ASSESSORIA                     *
      *----------------------------------------------------------------*

       01 ARQRES01-REGISTRO.
          03 ARQRES01-COD-ASSESSORIA    PIC 9(03).
          03 ARQRES01-CHAVE.
             05 ARQRES01-COD-AGENCIA    PIC 9(03).
             05 ARQRES01-NUM-CONTA      PIC 9(03).
             05 ARQRES01-NUM-EMPRESTIMO PIC 9(03).
          03 ARQRES01-TIP-RESULTADO     PIC X(01).
             88 ARQRES01-CONTATO              VALUE 'C'.
             88 ARQRES01-PROMESSA             VALUE 'P'.
             88 ARQRES01-RECEBIMENTO          VALUE 'R'.
          03 ARQRES01-DAT-EVENTO        PIC 9(08).
          03 ARQRES01-DAT-PROMESSA      PIC 9(08).
          03 ARQRES01-VAL-EVENTO        PIC 9(13)V99.
          03 ARQRES01-DES-OCORRENCIA    PIC X(16).
