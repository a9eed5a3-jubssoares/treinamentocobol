      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: DEC02245                                         *
      * DESCRICAO   : DECISOES DA AREA DE COMPLIANCE SOBRE AS          *
      *               OCORRENCIAS DA TRIAGEM DE NOMES (EXER0245). O    *
      *               MESMO LAYOUT SERVE PARA AS TRANSACOES DE DECISAO *
      *               DO DIA E PARA O CADASTRO DE DECISOES MANTIDO     *
      *               PELO PROGRAMA (UMA GERACAO POR RODADA): UM FALSO *
      *               POSITIVO JA DECIDIDO NAO VOLTA PARA REVISAO      *
      * TAMANHO     : 080 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE ENTRADA/SAIDA                   *
      *----------------------------------------------------------------*
      * CHAVE-PESSOA  : PESSOA TRIADA, COMO NA OCORRENCIA (TRG02245):  *
      *                 'CPF' + CPF / 'CLI' + CODIGO DE CLIENTE /      *
      *                 'EMP' + CHAVE DO EMPRESTIMO + 'T' TOMADOR OU   *
      *                 'A' AVALISTA SEM CPF                           *
      * COD-LISTA     : LISTA DA ENTRADA (LST02245)                    *
      * ID-ENTRADA    : IDENTIFICADOR DA ENTRADA NA LISTA              *
      * IND-DECISAO   : 'F' FALSO POSITIVO / 'C' CONFIRMADO /          *
      *                 'X' CANCELA A DECISAO ANTERIOR (SO TRANSACAO)  *
      * DAT-DECISAO   : DATA DA DECISAO (AAAAMMDD)                     *
      * COD-ANALISTA  : USUARIO DO ANALISTA DE COMPLIANCE              *
      *----------------------------------------------------------------*

       01 ARQDEC01-REGISTRO.
          03 ARQDEC01-CHAVE.
             05 ARQDEC01-CHAVE-PESSOA   PIC X(15).
             05 ARQDEC01-COD-LISTA      PIC X(03).
             05 ARQDEC01-ID-ENTRADA     PIC X(15).
          03 ARQDEC01-IND-DECISAO       PIC X(01).
             88 ARQDEC01-FALSO-POSITIVO         VALUE 'F'.
             88 ARQDEC01-CONFIRMADO             VALUE 'C'.
             88 ARQDEC01-CANCELAMENTO           VALUE 'X'.
          03 ARQDEC01-DAT-DECISAO       PIC 9(08).
          03 ARQDEC01-COD-ANALISTA      PIC X(08).
          03 FILLER                     PIC X(30).
