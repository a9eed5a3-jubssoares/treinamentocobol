      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LOG02246                                         *
      * DESCRICAO   : LOG ACUMULATIVO DO COMPARTILHAMENTO OPEN FINANCE *
      *               (EXER0246): UM REGISTRO POR CONSENTIMENTO 'O' DO *
      *               CON05105 EM CADA RODADA, COM O QUE FOI ENVIADO A *
      *               QUAL INSTITUICAO OU O MOTIVO DO BLOQUEIO         *
      * TAMANHO     : 100 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * DAT-REFERENCIA  : DATA DE REFERENCIA DA RODADA (AAAAMMDD)      *
      * HOR-GERACAO     : HORA DA GERACAO (HHMMSS)                     *
      * COD-CLIENTE     : CCLUB DO CONSENTIMENTO                       *
      * CPF             : CPF DO CRUZAMENTO XRF05108 (ZEROS = SEM CPF) *
      * COD-INSTITUICAO : ISPB DA INSTITUICAO RECEPTORA                *
      * DAT-VALIDADE    : VALIDADE DO CONSENTIMENTO                    *
      * SIT-ENVIO       : 'E' ENVIADO / 'R' REVOGADO / 'X' EXPIRADO /  *
      *                   'C' SEM CPF NO CRUZAMENTO / 'K' CPF FORA DO  *
      *                   CADASTRO DE CLIENTES (NADA ENVIADO)          *
      * QTDE-xxx        : REGISTROS ENVIADOS POR TIPO (ZEROS QUANDO    *
      *                   BLOQUEADO)                                   *
      *----------------------------------------------------------------*

       01 ARQLOG01-REGISTRO.
          03 ARQLOG01-DAT-REFERENCIA    PIC 9(08).
          03 ARQLOG01-HOR-GERACAO       PIC 9(06).
          03 ARQLOG01-COD-CLIENTE       PIC 9(10).
          03 ARQLOG01-CPF               PIC 9(11).
          03 ARQLOG01-COD-INSTITUICAO   PIC X(08).
          03 ARQLOG01-DAT-VALIDADE      PIC 9(08).
          03 ARQLOG01-SIT-ENVIO         PIC X(01).
             88 ARQLOG01-ENVIADO              VALUE 'E'.
             88 ARQLOG01-REVOGADO             VALUE 'R'.
             88 ARQLOG01-EXPIRADO             VALUE 'X'.
             88 ARQLOG01-SEM-CPF              VALUE 'C'.
             88 ARQLOG01-SEM-CADASTRO         VALUE 'K'.
          03 ARQLOG01-DES-SITUACAO      PIC X(12).
          03 ARQLOG01-QTDE-CADASTRO     PIC 9(01).
          03 ARQLOG01-QTDE-SALDOS       PIC 9(05).
          03 ARQLOG01-QTDE-MOVIMENTOS   PIC 9(07).
          03 ARQLOG01-QTDE-CONTRATOS    PIC 9(05).
          03 ARQLOG01-QTDE-PARCELAS     PIC 9(07).
          03 FILLER                     PIC X(11).
