      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: BOL03315                                         *
      * DESCRICAO   : CONTROLE DOS BOLETOS EMITIDOS PARA AS PARCELAS   *
      *               DE EMPRESTIMO (VSAM KSDS, CHAVE NOSSO NUMERO).   *
      *               INCLUIDO NA EMISSAO PELO EXER0315 E ATUALIZADO   *
      *               PELO RETORNO DE COBRANCA NO EXER0316             *
      * TAMANHO     : 80 BYTES                                         *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS DO REGISTRO                        *
      *----------------------------------------------------------------*
      * NOSSO-NUMERO   : AGENCIA/CONTA/EMPRESTIMO/PARCELA DA PARCELA   *
      *                  (PAR03105) + DIGITO VERIFICADOR MODULO 11     *
      * DAT-EMISSAO    : DATA DE EMISSAO DO BOLETO (AAAAMMDD)          *
      * DAT-VENCIMENTO : VENCIMENTO DO BOLETO = DA PARCELA (AAAAMMDD)  *
      * VAL-BOLETO     : VALOR EM ABERTO DA PARCELA NA EMISSAO         *
      * NUM-REMESSA    : NUMERO DA REMESSA CNAB QUE REGISTROU O BOLETO *
      * COD-MEIO       : 'E' ENVIADO POR E-MAIL / 'I' IMPRESSO         *
      * SIT-BOLETO     : 'E' EMITIDO / 'R' REGISTRADO NO BANCO /       *
      *                  'J' REJEITADO PELO BANCO / 'L' LIQUIDADO /    *
      *                  'B' BAIXADO SEM PAGAMENTO                     *
      * DAT-SITUACAO   : DATA DA ULTIMA OCORRENCIA DO RETORNO          *
      * VAL-PAGO       : VALOR PAGO ACUMULADO NAS LIQUIDACOES          *
      *----------------------------------------------------------------*

       01 ARQBOL01-REGISTRO.
          03 ARQBOL01-NOSSO-NUMERO.
             05 ARQBOL01-CHAVE.
                07 ARQBOL01-COD-AGENCIA    PIC 9(03).
                07 ARQBOL01-NUM-CONTA      PIC 9(03).
                07 ARQBOL01-NUM-EMPRESTIMO PIC 9(03).
                07 ARQBOL01-NUM-PARCELA    PIC 9(03).
             05 ARQBOL01-DV-NOSSO-NUMERO   PIC 9(01).
          03 ARQBOL01-DAT-EMISSAO          PIC 9(08).
          03 ARQBOL01-DAT-VENCIMENTO       PIC 9(08).
          03 ARQBOL01-VAL-BOLETO           PIC 9(13)V99.
          03 ARQBOL01-NUM-REMESSA          PIC 9(06).
          03 ARQBOL01-COD-MEIO             PIC X(01).
             88 ARQBOL01-MEIO-EMAIL                  VALUE 'E'.
             88 ARQBOL01-MEIO-IMPRESSO               VALUE 'I'.
          03 ARQBOL01-SIT-BOLETO           PIC X(01).
             88 ARQBOL01-BOLETO-EMITIDO              VALUE 'E'.
             88 ARQBOL01-BOLETO-REGISTRADO           VALUE 'R'.
             88 ARQBOL01-BOLETO-REJEITADO            VALUE 'J'.
             88 ARQBOL01-BOLETO-LIQUIDADO            VALUE 'L'.
             88 ARQBOL01-BOLETO-BAIXADO              VALUE 'B'.
          03 ARQBOL01-DAT-SITUACAO         PIC 9(08).
          03 ARQBOL01-VAL-PAGO             PIC 9(13)V99.
          03 FILLER                        PIC X(05).
