      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 5      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: ATL05117                                         *
      * DESCRICAO   : ATUALIZACOES DE SITUACAO DOS LEADS DE CAMPANHA   *
      *               (LEA05117), INFORMADAS PELAS AGENCIAS OU         *
      *               APURADAS PELO EXER0518 (CONVERSOES), APLICADAS   *
      *               PELO EXER0517 NA ORDEM DO ARQUIVO                *
      * TAMANHO     : 050 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * COD-CLIENTE   : CODIGO DO CLIENTE DO LEAD                      *
      * COD-CAMPANHA  : CAMPANHA DO LEAD                               *
      * SIT-NOVA      : 'C' CONTATADO / 'V' CONVERTIDO / 'P' PERDIDO   *
      * DAT-SITUACAO  : DATA DO CONTATO, CONVERSAO OU PERDA (AAAAMMDD) *
      * COD-AGENCIA   : AGENCIA QUE INFORMA (0000 NA ORIGEM 'S')       *
      * COD-RESPONSAVEL: MATRICULA DE QUEM INFORMA ('EXER0518' NA      *
      *                 ORIGEM 'S')                                    *
      * TIP-CONVERSAO : 'A' CONTA / 'D' DEPOSITO / 'E' EMPRESTIMO /    *
      *                 BRANCO (SO NA SITUACAO 'V')                    *
      * COD-ORIGEM    : 'A' AGENCIA / 'S' SISTEMA (EXER0518)           *
      *----------------------------------------------------------------*

       01 ARQATL01-REGISTRO.
          03 ARQATL01-COD-CLIENTE       PIC 9(10).
          03 ARQATL01-COD-CAMPANHA      PIC X(08).
          03 ARQATL01-SIT-NOVA          PIC X(01).
             88 ARQATL01-SIT-CONTATADO          VALUE 'C'.
             88 ARQATL01-SIT-CONVERTIDO         VALUE 'V'.
             88 ARQATL01-SIT-PERDIDO            VALUE 'P'.
             88 ARQATL01-SIT-VALIDA             VALUE 'C' 'V' 'P'.
          03 ARQATL01-DAT-SITUACAO      PIC 9(08).
          03 ARQATL01-COD-AGENCIA       PIC 9(04).
          03 ARQATL01-COD-RESPONSAVEL   PIC X(08).
          03 ARQATL01-TIP-CONVERSAO     PIC X(01).
             88 ARQATL01-CONV-VALIDA            VALUE 'A' 'D' 'E' ' '.
          03 ARQATL01-COD-ORIGEM        PIC X(01).
             88 ARQATL01-ORIGEM-AGENCIA         VALUE 'A'.
             88 ARQATL01-ORIGEM-SISTEMA         VALUE 'S'.
             88 ARQATL01-ORIGEM-VALIDA          VALUE 'A' 'S'.
          03 FILLER                     PIC X(09).
