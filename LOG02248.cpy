      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: LOG02248                                         *
      * DESCRICAO   : LOG ACUMULATIVO DE ENTREGA DOS RELATORIOS        *
      *               SEPARADOS PELO EXER0248: UM REGISTRO POR         *
      *               DESTINATARIO E RELATORIO EM CADA RODADA, COMO    *
      *               COMPROVANTE DE QUEM RECEBEU QUAL RELATORIO DE    *
      *               QUAL DATA                                        *
      * TAMANHO     : 140 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * DAT-REFERENCIA : DATA DE REFERENCIA DO RELATORIO (AAAAMMDD)    *
      * COD-RELATORIO  : RELATORIO                                     *
      * COD-UNIDADE    : AGENCIA/DEPARTAMENTO ('*' = RELATORIO INTEIRO)*
      * NOM-DESTINATARIO / TIP-ENTREGA / DES-ENDERECO: DO CADASTRO     *
      * QTD-LINHAS     : LINHAS ENTREGUES (CABECALHO INCLUIDO)         *
      * DAT-ENTREGA    : DATA DA ENTREGA (AAAAMMDD)                    *
      * HOR-ENTREGA    : HORA DA ENTREGA (HHMMSS)                      *
      * SIT-ENTREGA    : 'E' ENTREGUE / 'S' ENTREGUE SEM OCORRENCIAS   *
      *                  DA UNIDADE NO RELATORIO                       *
      *----------------------------------------------------------------*

       01 ARQLOG01-REGISTRO.
          03 ARQLOG01-DAT-REFERENCIA    PIC 9(08).
          03 ARQLOG01-COD-RELATORIO     PIC X(08).
          03 ARQLOG01-COD-UNIDADE       PIC X(15).
          03 ARQLOG01-NOM-DESTINATARIO  PIC X(30).
          03 ARQLOG01-TIP-ENTREGA       PIC X(01).
          03 ARQLOG01-DES-ENDERECO      PIC X(40).
          03 ARQLOG01-QTD-LINHAS        PIC 9(07).
          03 ARQLOG01-DAT-ENTREGA       PIC 9(08).
          03 ARQLOG01-HOR-ENTREGA       PIC 9(06).
          03 ARQLOG01-SIT-ENTREGA       PIC X(01).
             88 ARQLOG01-ENTREGUE             VALUE 'E'.
             88 ARQLOG01-SEM-OCORRENCIAS      VALUE 'S'.
          03 FILLER                     PIC X(16).
