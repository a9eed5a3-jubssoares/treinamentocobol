      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: ENV02238                                         *
      * DESCRICAO   : REGISTRO PERSISTENTE DOS ENVIOS DA E-FINANCEIRA  *
      *               (UM REGISTRO POR ARQUIVO GERADO PELO EXER0238),  *
      *               PARA NUMERAR OS ENVIOS DE CADA SEMESTRE E        *
      *               CONTROLAR AS RETIFICACOES: O PRIMEIRO ENVIO DO   *
      *               SEMESTRE E O ORIGINAL; OS SEGUINTES SAO          *
      *               RETIFICADORES E SUBSTITUEM O ENVIO ANTERIOR      *
      * TAMANHO     : 100 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS                                    *
      *----------------------------------------------------------------*
      * ANO/SEMESTRE    : SEMESTRE DE REFERENCIA DO ENVIO              *
      * NUM-ENVIO       : NUMERO DO ENVIO NO SEMESTRE (1 = ORIGINAL)   *
      * IND-RETIFICACAO : '1' ORIGINAL / '2' RETIFICADOR               *
      * NUM-ENVIO-RETIF : ENVIO SUBSTITUIDO (ZEROS NO ORIGINAL)        *
      * DAT-GERACAO     : DATA DE GERACAO DO ARQUIVO (AAAAMMDD)        *
      * QTDE-CPFS       : QTDE DE CPFS INFORMADOS                      *
      * QTDE-DETALHES   : QTDE DE CONTAS INFORMADAS                    *
      * VAL-CREDITOS    : TOTAL DE CREDITOS INFORMADOS                 *
      * VAL-DEBITOS     : TOTAL DE DEBITOS INFORMADOS                  *
      * DES-MOTIVO      : MOTIVO DA RETIFICACAO (CARTAO DO EXER0238)   *
      *----------------------------------------------------------------*

       01 ARQENV01-REGISTRO.
          03 ARQENV01-ANO-SEMESTRE.
             05 ARQENV01-ANO            PIC 9(04).
             05 ARQENV01-SEMESTRE       PIC 9(01).
          03 ARQENV01-NUM-ENVIO         PIC 9(03).
          03 ARQENV01-IND-RETIFICACAO   PIC X(01).
             88 ARQENV01-ENVIO-ORIGINAL VALUE '1'.
             88 ARQENV01-ENVIO-RETIFICADOR VALUE '2'.
          03 ARQENV01-NUM-ENVIO-RETIF   PIC 9(03).
          03 ARQENV01-DAT-GERACAO       PIC 9(08).
          03 ARQENV01-QTDE-CPFS         PIC 9(07).
          03 ARQENV01-QTDE-DETALHES     PIC 9(07).
          03 ARQENV01-VAL-CREDITOS      PIC 9(15)V99.
          03 ARQENV01-VAL-DEBITOS       PIC 9(15)V99.
          03 ARQENV01-DES-MOTIVO        PIC X(30).
          03 FILLER                     PIC X(02).
