      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: BLE03315                                         *
      * DESCRICAO   : INTERFACE DE IMPRESSAO/E-MAIL DOS BOLETOS DE     *
      *               PARCELA DE EMPRESTIMO EMITIDOS PELO EXER0315:    *
      *               UM REGISTRO POR BOLETO, COM OS DADOS DO PAGADOR, *
      *               LINHA DIGITAVEL E CODIGO DE BARRAS               *
      * TAMANHO     : 266 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DE SAIDA                           *
      *----------------------------------------------------------------*
      * NOSSO-NUMERO    : CHAVE DA PARCELA + DV (BOL03315)             *
      * COD-MEIO        : 'E' ENVIAR POR E-MAIL / 'I' IMPRIMIR E       *
      *                   POSTAR (CLIENTE SEM E-MAIL NO CADASTRO)      *
      * NOM-PAGADOR     : NOME DO CLIENTE DO EMPRESTIMO                *
      * EMAIL           : E-MAIL DO CADASTRO DO EMPRESTIMO             *
      * NOM-BENEFICIARIO: NOME DO BENEFICIARIO (CARTAO DO EXER0315)    *
      * COD-BANCO       : BANCO EMISSOR                                *
      * AGENCIA-BENEF   : AGENCIA DO BENEFICIARIO                      *
      * CONTA-BENEF     : CONTA DO BENEFICIARIO                        *
      * DAT-EMISSAO     : DATA DE EMISSAO (AAAAMMDD)                   *
      * DAT-VENCIMENTO  : VENCIMENTO (AAAAMMDD)                        *
      * VAL-BOLETO      : VALOR DO BOLETO                              *
      * LINHA-DIGITAVEL : LINHA DIGITAVEL FORMATADA (47 DIGITOS)       *
      * COD-BARRAS      : CODIGO DE BARRAS (44 DIGITOS)                *
      *----------------------------------------------------------------*

       01 ARQBLE01-REGISTRO.
          03 ARQBLE01-NOSSO-NUMERO         PIC 9(13).
          03 ARQBLE01-COD-MEIO             PIC X(01).
             88 ARQBLE01-MEIO-EMAIL                  VALUE 'E'.
             88 ARQBLE01-MEIO-IMPRESSO               VALUE 'I'.
          03 ARQBLE01-NOM-PAGADOR          PIC X(40).
          03 ARQBLE01-EMAIL                PIC X(40).
          03 ARQBLE01-NOM-BENEFICIARIO     PIC X(30).
          03 ARQBLE01-COD-BANCO            PIC 9(03).
          03 ARQBLE01-AGENCIA-BENEF        PIC 9(04).
          03 ARQBLE01-CONTA-BENEF          PIC 9(06).
          03 ARQBLE01-DAT-EMISSAO          PIC 9(08).
          03 ARQBLE01-DAT-VENCIMENTO       PIC 9(08).
          03 ARQBLE01-VAL-BOLETO           PIC 9(13)V99.
          03 ARQBLE01-LINHA-DIGITAVEL      PIC X(54).
          03 ARQBLE01-COD-BARRAS           PIC X(44).
