      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: KYC02244                                         *
      * DESCRICAO   : CADASTRO DE REVISAO PERIODICA (KYC) DOS DADOS    *
      *               CADASTRAIS DOS CLIENTES (ARQUIVO DE CARRY DO     *
      *               EXER0244: A SAIDA DE UMA RODADA E A ENTRADA DA   *
      *               SEGUINTE), UM REGISTRO POR CODIGO DE CLIENTE EM  *
      *               ORDEM CRESCENTE                                  *
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS                                    *
      *----------------------------------------------------------------*
      * COD-CLIENTE      : CODIGO DO CLIENTE (CCLUB)                   *
      * CPF              : CPF DO CLIENTE (XRF05108; ZEROS = SEM       *
      *                    CRUZAMENTO)                                 *
      * COD-AGENCIA      : AGENCIA RESPONSAVEL PELA REVISAO (CLI02105, *
      *                    SUCESSORA QUANDO ENCERRADA; 0000 = SEM      *
      *                    CADASTRO)                                   *
      * NOM-CLIENTE      : NOME DO CLIENTE NO EXTRATO (SAI04105)       *
      * DAT-ATUALIZACAO  : ULTIMA ATUALIZACAO CADASTRAL (DAT-ATULZ)    *
      * DAT-ULT-REVISAO  : ULTIMA REVISAO CONCLUIDA (RVK02244)         *
      * COD-CLASSE-RISCO : 'A' ALTO (12 MESES) / 'M' MEDIO (24) /      *
      *                    'B' BAIXO (36)                              *
      * QTD-MESES-CICLO  : MESES ENTRE REVISOES DA CLASSE              *
      * DAT-PROX-REVISAO : BASE (MAIOR ENTRE ATUALIZACAO E REVISAO) +  *
      *                    CICLO                                       *
      * SIT-REVISAO      : 'E' EM DIA / 'F' NA FILA (A VENCER) /       *
      *                    'V' VENCIDA / 'R' VENCIDA ALEM DO PRAZO     *
      *                    (RESTRITO PARA NOVOS EMPRESTIMOS)           *
      * QTD-DIAS-ATRASO  : DIAS DESDE A DATA DE REVISAO (VENCIDAS)     *
      * COD-REVISOR      : MATRICULA DA ULTIMA REVISAO                 *
      * DAT-PROCESSAMENTO: DATA DE REFERENCIA DA RODADA                *
      *----------------------------------------------------------------*

       01 ARQKYC01-REGISTRO.
          03 ARQKYC01-COD-CLIENTE       PIC 9(10).
          03 ARQKYC01-CPF               PIC 9(11).
          03 ARQKYC01-COD-AGENCIA       PIC 9(04).
          03 ARQKYC01-NOM-CLIENTE       PIC X(40).
          03 ARQKYC01-DAT-ATUALIZACAO   PIC 9(08).
          03 ARQKYC01-DAT-ULT-REVISAO   PIC 9(08).
          03 ARQKYC01-COD-CLASSE-RISCO  PIC X(01).
             88 ARQKYC01-RISCO-ALTO             VALUE 'A'.
             88 ARQKYC01-RISCO-MEDIO            VALUE 'M'.
             88 ARQKYC01-RISCO-BAIXO            VALUE 'B'.
          03 ARQKYC01-QTD-MESES-CICLO   PIC 9(02).
          03 ARQKYC01-DAT-PROX-REVISAO  PIC 9(08).
          03 ARQKYC01-SIT-REVISAO       PIC X(01).
             88 ARQKYC01-REVISAO-EM-DIA         VALUE 'E'.
             88 ARQKYC01-REVISAO-NA-FILA        VALUE 'F'.
             88 ARQKYC01-REVISAO-VENCIDA        VALUE 'V'.
             88 ARQKYC01-REVISAO-RESTRITA       VALUE 'R'.
          03 ARQKYC01-QTD-DIAS-ATRASO   PIC 9(05).
          03 ARQKYC01-COD-REVISOR       PIC X(08).
          03 ARQKYC01-DAT-PROCESSAMENTO PIC 9(08).
          03 FILLER                     PIC X(06).
