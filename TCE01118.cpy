      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: TCE01118                                         *
      * DESCRICAO   : CADASTRO DE TIPOS DE CERTIFICACAO (VSAM KSDS,    *
      *               CHAVE COD-CERTIF)                                *
      * TAMANHO     : 200 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO CADASTRO                        *
      *----------------------------------------------------------------*
      * COD-CERTIF                Codigo do tipo de certificacao       *
      * DES-CERTIF                Descricao (SEGURANCA, COMPLIANCE,    *
      *                           LICENCA, ...)                        *
      * IND-OBRIGATORIA           'T' obrigatoria para todos os        *
      *                           departamentos, 'D' obrigatoria so    *
      *                           para os departamentos da lista,      *
      *                           'N' opcional                         *
      * QTD-MESES-VALIDADE        Validade padrao em meses (informat.) *
      * QTD-DEPTOS                Qtde de departamentos da lista (0-10)*
      * COD-DEPTO-OBRIG           Departamentos em que e obrigatoria   *
      *                           (somente com IND-OBRIGATORIA 'D')    *
      *----------------------------------------------------------------*

       01 ARQTCE01-REGISTRO.
           05 ARQTCE01-COD-CERTIF               PIC X(04).
           05 ARQTCE01-DES-CERTIF               PIC X(40).
           05 ARQTCE01-IND-OBRIGATORIA          PIC X(01).
              88 ARQTCE01-OBRIG-TODOS           VALUE 'T'.
              88 ARQTCE01-OBRIG-DEPTOS          VALUE 'D'.
              88 ARQTCE01-OPCIONAL              VALUE 'N'.
              88 ARQTCE01-IND-VALIDO            VALUE 'T' 'D' 'N'.
           05 ARQTCE01-QTD-MESES-VALIDADE       PIC 9(03).
           05 ARQTCE01-QTD-DEPTOS               PIC 9(02).
           05 ARQTCE01-COD-DEPTO-OBRIG          PIC 9(15)
                                                OCCURS 10 TIMES.
