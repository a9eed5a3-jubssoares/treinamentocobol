      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 5      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: ODA05112                                         *
      * DESCRICAO   : ONDAS DE UMA JORNADA DE CAMPANHA: CADA CARTAO    *
      *               ANEXA A UMA CAMPANHA DO CATALOGO (CPG05105) UMA  *
      *               ONDA DE ACOMPANHAMENTO. A ONDA 1 E O DISPARO DO  *
      *               PROPRIO CATALOGO; A ONDA N (2-9) ALCANCA OS      *
      *               CLIENTES CONTATADOS NA ONDA N-1 HA PELO MENOS    *
      *               QTD-DIAS DIAS QUE ATENDEM A CONDICAO, SEGUNDO O  *
      *               FEED DE RETORNOS (RET05106). SELECIONADAS PELO   *
      *               DRIVER EXER0512                                  *
      * TAMANHO     : 20 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA                         *
      *----------------------------------------------------------------*
      * COD-CAMPANHA  : CODIGO DA CAMPANHA DO CATALOGO (CAMPXXXX)      *
      * NUM-ONDA      : NUMERO DA ONDA (2 A 9)                         *
      * QTD-DIAS      : DIAS APOS O CONTATO DA ONDA ANTERIOR (001-179) *
      * CANAL         : 'E' E-MAIL / 'S' SMS / 'A' AMBOS               *
      * TIP-CONDICAO  : 'N' SEM RESPOSTA (E SEM BOUNCE) DESDE O        *
      *                     CONTATO DA ONDA ANTERIOR                   *
      *                 'B' BOUNCE DESDE O CONTATO DA ONDA ANTERIOR    *
      *                     (E SEM RESPOSTA)                           *
      *----------------------------------------------------------------*

       01 ARQODA01-REGISTRO.
          03 ARQODA01-COD-CAMPANHA      PIC X(08).
          03 ARQODA01-NUM-ONDA          PIC 9(01).
          03 ARQODA01-QTD-DIAS          PIC 9(03).
          03 ARQODA01-CANAL             PIC X(01).
             88 ARQODA01-CANAL-VALIDO   VALUE 'E' 'S' 'A'.
          03 ARQODA01-TIP-CONDICAO      PIC X(01).
             88 ARQODA01-COND-SEM-RESPOSTA VALUE 'N'.
             88 ARQODA01-COND-BOUNCE    VALUE 'B'.
             88 ARQODA01-COND-VALIDA    VALUE 'N' 'B'.
          03 FILLER                     PIC X(06).
