      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LGA01124                                         *
      * DESCRICAO   : REGISTRO DE ACESSO A DADOS PESSOAIS (LGPD),      *
      *               GRAVADO PELA CONSULTA CLIENTE-360 ONLINE EX24    *
      *               (EXER0124) NA FILA TD 'LGPQ' A CADA CONSULTA OU  *
      *               DETALHAMENTO EXIBIDO AO OPERADOR, E DRENADO PELO *
      *               EXER0113 PARA O ARQUIVO ACUMULATIVO DE ACESSOS   *
      *               (PRESTACAO DE CONTAS DOS ACESSOS AO TITULAR E A  *
      *               AUDITORIA)                                       *
      * TAMANHO     : 100 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * DAT-ACESSO                Data do acesso (AAAAMMDD)            *
      * HOR-ACESSO                Hora do acesso (HHMMSS)              *
      * COD-USUARIO               Usuario CICS que consultou           *
      * COD-TERMINAL              Terminal da consulta (EIBTRMID)      *
      * COD-TRANSACAO             Transacao (EX24)                     *
      * PROGRAMA                  Programa que gravou (EXER0124)       *
      * TIP-CHAVE                 'C' pesquisa pelo CPF /              *
      *                           'L' pesquisa pelo codigo (CCLUB)     *
      * CPF                       CPF do titular (ZEROS = nao achado   *
      *                           na pesquisa pelo CCLUB)              *
      * COD-CLIENTE               CCLUB do titular (ZEROS = sem CCLUB) *
      * TIP-VISAO                 'P' posicao consolidada /            *
      *                           'S' saldos por conta e moeda /       *
      *                           'E' emprestimos em aberto /          *
      *                           'A' autorizacoes (consentimentos) /  *
      *                           'H' historico de contatos campanha   *
      * IND-RESULTADO             'E' dados exibidos /                 *
      *                           'N' titular ou detalhe nao           *
      *                           encontrado (nada exibido)            *
      * QTD-ITENS                 Linhas exibidas na pagina (detalhe)  *
      *----------------------------------------------------------------*

       01 ARQLGA01-REGISTRO.
           05 ARQLGA01-DAT-ACESSO              PIC 9(08).
           05 ARQLGA01-HOR-ACESSO              PIC 9(06).
           05 ARQLGA01-COD-USUARIO             PIC X(08).
           05 ARQLGA01-COD-TERMINAL            PIC X(04).
           05 ARQLGA01-COD-TRANSACAO           PIC X(04).
           05 ARQLGA01-PROGRAMA                PIC X(08).
           05 ARQLGA01-TIP-CHAVE               PIC X(01).
              88 ARQLGA01-CHAVE-CPF            VALUE 'C'.
              88 ARQLGA01-CHAVE-CCLUB          VALUE 'L'.
           05 ARQLGA01-CPF                     PIC 9(11).
           05 ARQLGA01-COD-CLIENTE             PIC 9(10).
           05 ARQLGA01-TIP-VISAO               PIC X(01).
              88 ARQLGA01-VISAO-POSICAO        VALUE 'P'.
              88 ARQLGA01-VISAO-SALDOS         VALUE 'S'.
              88 ARQLGA01-VISAO-EMPRESTIMOS    VALUE 'E'.
              88 ARQLGA01-VISAO-AUTORIZACOES   VALUE 'A'.
              88 ARQLGA01-VISAO-CONTATOS       VALUE 'H'.
           05 ARQLGA01-IND-RESULTADO           PIC X(01).
              88 ARQLGA01-DADOS-EXIBIDOS       VALUE 'E'.
              88 ARQLGA01-NAO-ENCONTRADO       VALUE 'N'.
           05 ARQLGA01-QTD-ITENS               PIC 9(03).
           05 FILLER                           PIC X(35).
