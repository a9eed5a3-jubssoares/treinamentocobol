      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 6      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: ESP06121                                         *
      * DESCRICAO   : RELACAO DE ESPOLIOS (ARQUIVO DE CARRY DO         *
      *               EXER0621: A SAIDA DE UMA RODADA E A ENTRADA DA   *
      *               SEGUINTE). O REGISTRO 'C' CONGELA AS POSICOES DO *
      *               CPF FALECIDO NO DEBITO AUTOMATICO DO EXER0313; O *
      *               REGISTRO 'E' SUSPENDE A COBRANCA DO EXER0306 E   *
      *               O DEBITO AUTOMATICO DO EXER0313 DO EMPRESTIMO E  *
      *               PASSA A CORRESPONDENCIA AO ESPOLIO. A CADA RODADA*
      *               O EXER0621 BAIXA O 'E' CUJO EMPRESTIMO FOI       *
      *               QUITADO OU SAIU DO RAZAO E O 'C' CUJO CPF NAO    *
      *               DEVE MAIS NENHUM EMPRESTIMO EM ABERTO            *
      * TAMANHO     : 150 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS                                    *
      *----------------------------------------------------------------*
      * TIP-REGISTRO     : 'C' CLIENTE FALECIDO /                      *
      *                    'E' EMPRESTIMO DO ESPOLIO                   *
      * CPF              : CPF DO CLIENTE FALECIDO                     *
      * CHAVE            : AGENCIA/CONTA/EMPRESTIMO (ZEROS NO 'C')     *
      * DAT-OBITO        : DATA DO OBITO (AAAAMMDD)                    *
      * DAT-COMUNICACAO  : DATA DO RECEBIMENTO DA COMUNICACAO          *
      * NOM-INVENTARIANTE: NOME DO INVENTARIANTE                       *
      * CPF-INVENTARIANTE: CPF DO INVENTARIANTE                        *
      * END-ESPOLIO      : ENDERECO DA CORRESPONDENCIA DO ESPOLIO      *
      *----------------------------------------------------------------*

       01 ARQESP01-REGISTRO.
          03 ARQESP01-TIP-REGISTRO      PIC X(01).
             88 ARQESP01-REG-CLIENTE            VALUE 'C'.
             88 ARQESP01-REG-EMPRESTIMO         VALUE 'E'.
          03 ARQESP01-CPF               PIC 9(11).
          03 ARQESP01-CHAVE.
             05 ARQESP01-COD-AGENCIA    PIC 9(03).
             05 ARQESP01-NUM-CONTA      PIC 9(03).
             05 ARQESP01-NUM-EMPRESTIMO PIC 9(03).
          03 ARQESP01-DAT-OBITO         PIC 9(08).
          03 ARQESP01-DAT-COMUNICACAO   PIC 9(08).
          03 ARQESP01-NOM-INVENTARIANTE PIC X(40).
          03 ARQESP01-CPF-INVENTARIANTE PIC 9(11).
          03 ARQESP01-END-ESPOLIO       PIC X(60).
          03 FILLER                     PIC X(02).
