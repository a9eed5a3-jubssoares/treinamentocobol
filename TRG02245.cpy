      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: TRG02245                                         *
      * DESCRICAO   : OCORRENCIAS DA TRIAGEM DE NOMES CONTRA AS LISTAS *
      *               PEP E DE SANCOES (EXER0245), PARA REVISAO DA     *
      *               AREA DE COMPLIANCE - UMA GERACAO POR RODADA. A   *
      *               DECISAO VOLTA NAS TRANSACOES DEC02245 COM A      *
      *               MESMA CHAVE (PESSOA + LISTA + ENTRADA)           *
      * TAMANHO     : 200 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * DAT-TRIAGEM   : DATA DA RODADA (AAAAMMDD)                      *
      * CHAVE-PESSOA  : PESSOA TRIADA (VER DEC02245)                   *
      * COD-LISTA     : LISTA DA ENTRADA ENCONTRADA                    *
      * ID-ENTRADA    : IDENTIFICADOR DA ENTRADA NA LISTA              *
      * COD-ORIGEM    : ONDE O NOME FOI ENCONTRADO: 'CLI' CADASTRO DE  *
      *                 CLIENTES / 'EMP' TOMADOR DE EMPRESTIMO /       *
      *                 'AVL' AVALISTA / 'EXT' EXTRATO DE CLIENTES     *
      * CPF           : CPF DA PESSOA TRIADA (ZEROS = DESCONHECIDO)    *
      * NOM-TRIADO    : NOME DA PESSOA TRIADA                          *
      * NOM-LISTADO   : NOME COMO PUBLICADO NA LISTA                   *
      * PCT-PONTUACAO : SEMELHANCA (0 A 100; 100 = CPF IGUAL OU NOME   *
      *                 IDENTICO)                                      *
      * IND-SITUACAO  : 'N' NOVA, PENDENTE DE DECISAO /                *
      *                 'C' JA CONFIRMADA PELA COMPLIANCE              *
      *----------------------------------------------------------------*

       01 ARQTRG01-REGISTRO.
          03 ARQTRG01-DAT-TRIAGEM       PIC 9(08).
          03 ARQTRG01-CHAVE-PESSOA      PIC X(15).
          03 ARQTRG01-COD-LISTA         PIC X(03).
          03 ARQTRG01-ID-ENTRADA        PIC X(15).
          03 ARQTRG01-COD-ORIGEM        PIC X(03).
          03 ARQTRG01-CPF               PIC 9(11).
          03 ARQTRG01-NOM-TRIADO        PIC X(40).
          03 ARQTRG01-NOM-LISTADO       PIC X(70).
          03 ARQTRG01-PCT-PONTUACAO     PIC 9(03).
          03 ARQTRG01-IND-SITUACAO      PIC X(01).
             88 ARQTRG01-OCORRENCIA-NOVA        VALUE 'N'.
             88 ARQTRG01-OCORRENCIA-CONFIRMADA  VALUE 'C'.
          03 FILLER                     PIC X(31).
