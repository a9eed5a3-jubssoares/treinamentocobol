      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 1      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: SEG01121                                         *
      * DESCRICAO   : INTERFACE DE ACESSOS PARA A ADMINISTRACAO DE     *
      *               SEGURANCA: UMA TRANSICAO DE SITUACAO DO          *
      *               FUNCIONARIO POR REGISTRO DE DETALHE, ENTRE UM    *
      *               HEADER E UM TRAILER DE CONTROLE                  *
      * TAMANHO     : 120 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * TIP-REGISTRO   'H' HEADER / 'D' DETALHE / 'T' TRAILER          *
      * HEADER : DAT-GERACAO (AAAAMMDD), SISTEMA DE ORIGEM             *
      * DETALHE: COD-FUNCO, DAT-EVENTO/HOR-EVENTO DO JORNAL (JUNTO COM *
      *          O CODIGO, IDENTIFICAM A TRANSICAO NA CONFIRMACAO),    *
      *          COD-ACAO 'R' REVOGAR (DESLIGADO OU EXCLUIDO),         *
      *          'S' SUSPENDER, 'A' RESTAURAR (RETORNO A ATIVO),       *
      *          SITUACAO ANTERIOR E NOVA, NOME, DEPARTAMENTO E O      *
      *          PROGRAMA QUE ALTEROU O CADASTRO                       *
      * TRAILER: QTD-DETALHES                                          *
      *----------------------------------------------------------------*

       01 ARQSEG01-REGISTRO.
          03 ARQSEG01-TIP-REGISTRO      PIC X(01).
             88 ARQSEG01-HEADER               VALUE 'H'.
             88 ARQSEG01-DETALHE              VALUE 'D'.
             88 ARQSEG01-TRAILER              VALUE 'T'.
          03 ARQSEG01-DADOS             PIC X(119).
          03 ARQSEG01-DADOS-HEADER      REDEFINES ARQSEG01-DADOS.
             05 ARQSEG01-DAT-GERACAO    PIC 9(08).
             05 ARQSEG01-SISTEMA        PIC X(08).
             05 FILLER                  PIC X(103).
          03 ARQSEG01-DADOS-DETALHE     REDEFINES ARQSEG01-DADOS.
             05 ARQSEG01-COD-FUNCO      PIC 9(08).
             05 ARQSEG01-DAT-EVENTO     PIC 9(08).
             05 ARQSEG01-HOR-EVENTO     PIC 9(06).
             05 ARQSEG01-COD-ACAO       PIC X(01).
                88 ARQSEG01-ACAO-REVOGAR      VALUE 'R'.
                88 ARQSEG01-ACAO-SUSPENDER    VALUE 'S'.
                88 ARQSEG01-ACAO-RESTAURAR    VALUE 'A'.
             05 ARQSEG01-SIT-ANTERIOR   PIC X(01).
             05 ARQSEG01-SIT-NOVA       PIC X(01).
             05 ARQSEG01-NOM-FUNCO      PIC X(50).
             05 ARQSEG01-COD-DEPTO      PIC 9(15).
             05 ARQSEG01-PROGRAMA       PIC X(08).
             05 FILLER                  PIC X(21).
          03 ARQSEG01-DADOS-TRAILER     REDEFINES ARQSEG01-DADOS.
             05 ARQSEG01-QTD-DETALHES   PIC 9(07).
             05 FILLER                  PIC X(112).
