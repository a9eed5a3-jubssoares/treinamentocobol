      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: OFE03326                                         *
      * DESCRICAO   : OFERTAS DE CREDITO PRE-APROVADO, GERADAS         *
      *               MENSALMENTE PELO EXER0326 (UMA POR CPF ELEGIVEL, *
      *               EM ORDEM DE CPF). A COPIA ORDENADA POR CODIGO DE *
      *               CLIENTE E O PUBLICO DAS CAMPANHAS DO CATALOGO    *
      *               COM TIP-PUBLICO 'O' (EXER0512); O ACEITE DA      *
      *               OFERTA VIRA SOLICITACAO DE EMPRESTIMO (EXER0327) *
      * TAMANHO     : 100 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * CPF              : CPF DO CLIENTE                              *
      * COD-CLIENTE      : CODIGO DO CLIENTE (CCLUB) PELO XRF05108     *
      *                    (ZEROS = CPF SEM CODIGO, FORA DAS CAMPANHAS)*
      * ANOMES-REF       : MES DAS POSICOES QUE GEROU A OFERTA         *
      * DAT-VALIDADE     : ULTIMO DIA PARA ACEITE (AAAAMMDD)           *
      * VAL-LIMITE       : VALOR PRE-APROVADO                          *
      * PCT-TAXA-MENSAL  : TAXA MENSAL OFERECIDA (%)                   *
      * QTD-MAX-PARCELAS : PRAZO MAXIMO DO PLANO                       *
      * VAL-SALDO-MEDIO  : SALDO MEDIO CREDOR EM BRL NO MES            *
      * VAL-EXPOSICAO    : SALDO DOS EMPRESTIMOS EM ABERTO DO CPF      *
      * COD-GRAU         : PIOR GRAU DE RISCO DO CPF (BRANCOS = SEM    *
      *                    CONTRATO CLASSIFICADO)                      *
      * QTD-DIAS-DEVEDOR : DIAS COM SALDO DEVEDOR NO MES               *
      *----------------------------------------------------------------*

       01 ARQOFE01-REGISTRO.
          03 ARQOFE01-CPF               PIC 9(11).
          03 ARQOFE01-COD-CLIENTE       PIC 9(10).
          03 ARQOFE01-ANOMES-REF        PIC 9(06).
          03 ARQOFE01-DAT-VALIDADE      PIC 9(08).
          03 ARQOFE01-VAL-LIMITE        PIC 9(13)V99.
          03 ARQOFE01-PCT-TAXA-MENSAL   PIC 9(03)V9(04).
          03 ARQOFE01-QTD-MAX-PARCELAS  PIC 9(03).
          03 ARQOFE01-VAL-SALDO-MEDIO   PIC S9(13)V99 COMP-3.
          03 ARQOFE01-VAL-EXPOSICAO     PIC S9(13)V99 COMP-3.
          03 ARQOFE01-COD-GRAU          PIC X(02).
          03 ARQOFE01-QTD-DIAS-DEVEDOR  PIC 9(03).
          03 FILLER                     PIC X(19).
