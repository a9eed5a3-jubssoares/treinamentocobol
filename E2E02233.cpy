      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: E2E02233                                         *
      * DESCRICAO   : REGISTRO PERSISTENTE DOS PAGAMENTOS INSTANTANEOS *
      *               (PIX) JA CONVERTIDOS NO MOVIMENTO DE DEPOSITOS - *
      *               VSAM KSDS, CHAVE ID FIM A FIM. GRAVADO PELO      *
      *               EXER0233 PARA DESCARTAR O PAGAMENTO REENVIADO    *
      *               PELA CAMARA OU O ARQUIVO DE LIQUIDACAO           *
      *               REPROCESSADO                                     *
      * TAMANHO     : 80 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO REGISTRO                        *
      *----------------------------------------------------------------*
      * ID-E2E           IDENTIFICADOR FIM A FIM DO PAGAMENTO (CHAVE)  *
      * TIP-MOVIMENTO    'C' CREDITO / 'D' DEBITO                      *
      * DAT-LIQUIDACAO   DATA DA LIQUIDACAO DO PAGAMENTO (AAAAMMDD)    *
      * VAL-MOVIMENTO    VALOR DO PAGAMENTO                            *
      * CPF-CLIENTE      CPF DO CORRENTISTA                            *
      * NUM-CONTA        CONTA DO CORRENTISTA                          *
      * DAT-PROCESSO     DATA EM QUE O PAGAMENTO FOI CONVERTIDO        *
      * NUM-SEQ-ENVELOPE SEQUENCIA DO ENVELOPE ENT02105 QUE O LEVOU    *
      *----------------------------------------------------------------*

       01 ARQE2E01-REGISTRO.
           05 ARQE2E01-ID-E2E                   PIC X(32).
           05 ARQE2E01-TIP-MOVIMENTO            PIC X(01).
           05 ARQE2E01-DAT-LIQUIDACAO           PIC 9(08).
           05 ARQE2E01-VAL-MOVIMENTO            PIC S9(13)V99 COMP-3.
           05 ARQE2E01-CPF-CLIENTE              PIC 9(11).
           05 ARQE2E01-NUM-CONTA                PIC 9(04).
           05 ARQE2E01-DAT-PROCESSO             PIC 9(08).
           05 ARQE2E01-NUM-SEQ-ENVELOPE         PIC 9(04).
           05 FILLER                            PIC X(04).
