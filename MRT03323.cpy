      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: MRT03323                                         *
      * DESCRICAO   : DEFINICAO DAS MORATORIAS EMERGENCIAIS (ENCHENTES *
      *               E OUTRAS CALAMIDADES): UMA LINHA POR AGENCIA OU  *
      *               POR EMPRESTIMO ABRANGIDO, COM O INICIO, O PRAZO  *
      *               E O TRATAMENTO DOS JUROS DO PERIODO (EXER0323)   *
      * TAMANHO     : 080 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS                                    *
      *----------------------------------------------------------------*
      * COD-MORATORIA   : CODIGO DA MORATORIA (MESMO CODIGO EM TODAS   *
      *                   AS LINHAS DA MESMA MORATORIA)                *
      * TIP-ABRANGENCIA : 'A' TODOS OS EMPRESTIMOS DA AGENCIA          *
      *                   'E' SO O EMPRESTIMO DA CHAVE                 *
      * CHAVE           : AGENCIA (TIPO 'A': CONTA E EMPRESTIMO ZERO)  *
      *                   OU AGENCIA/CONTA/EMPRESTIMO (TIPO 'E')       *
      * ANO-MES-INICIO  : PRIMEIRO MES DA MORATORIA (AAAAMM)           *
      * QTD-MESES       : MESES DE CARENCIA (01 A 24)                  *
      * IND-JUROS       : 'C' JUROS DO PERIODO CAPITALIZADOS NAS       *
      *                   PARCELAS DIFERIDAS / 'I' JUROS ISENTOS       *
      * DES-MORATORIA   : MOTIVO (EX.: ENCHENTE DE MAIO/2026)          *
      *----------------------------------------------------------------*

       01 ARQMRT01-REGISTRO.
          03 ARQMRT01-COD-MORATORIA     PIC 9(03).
          03 ARQMRT01-TIP-ABRANGENCIA   PIC X(01).
             88 ARQMRT01-POR-AGENCIA            VALUE 'A'.
             88 ARQMRT01-POR-EMPRESTIMO         VALUE 'E'.
          03 ARQMRT01-CHAVE.
             05 ARQMRT01-COD-AGENCIA    PIC 9(03).
             05 ARQMRT01-NUM-CONTA      PIC 9(03).
             05 ARQMRT01-NUM-EMPRESTIMO PIC 9(03).
          03 ARQMRT01-ANO-MES-INICIO    PIC 9(06).
          03 ARQMRT01-QTD-MESES         PIC 9(02).
          03 ARQMRT01-IND-JUROS         PIC X(01).
             88 ARQMRT01-JUROS-CAPITALIZADOS    VALUE 'C'.
             88 ARQMRT01-JUROS-ISENTOS          VALUE 'I'.
          03 ARQMRT01-DES-MORATORIA     PIC X(40).
          03 FILLER                     PIC X(18).
