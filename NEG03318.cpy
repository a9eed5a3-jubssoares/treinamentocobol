      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: NEG03318                                         *
      * DESCRICAO   : REGISTRO DE NEGATIVACOES JUNTO AO BUREAU DE      *
      *               CREDITO (ARQUIVO DE CARRY: A SAIDA DE UMA RODADA *
      *               DO EXER0318 E A ENTRADA DA SEGUINTE), COM O      *
      *               AVISO PREVIO, A INCLUSAO, A REGULARIZACAO E A    *
      *               BAIXA DE CADA EMPRESTIMO, PARA COMPROVAR O       *
      *               CUMPRIMENTO DO PRAZO LEGAL DE BAIXA              *
      * TAMANHO     : 080 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS                                    *
      *----------------------------------------------------------------*
      * CHAVE            : AGENCIA/CONTA/EMPRESTIMO                    *
      * CPF              : CPF DO DEVEDOR                              *
      * SIT-NEGATIVACAO  : 'A' AVISADO (AGUARDANDO O PRAZO DO AVISO)   *
      *                    'I' INCLUIDO NO BUREAU                      *
      *                    'B' BAIXADO (EXCLUSAO ENVIADA)              *
      *                    'C' CANCELADO (REGULARIZADO ANTES DA        *
      *                        INCLUSAO - NADA ENVIADO AO BUREAU)      *
      * DAT-AVISO        : DATA DE EMISSAO DO AVISO PREVIO             *
      * DAT-INCLUSAO     : DATA DO ENVIO DA INCLUSAO (ZEROS = NAO)     *
      * VAL-INCLUIDO     : VALOR DA DIVIDA INFORMADO NA INCLUSAO       *
      * MOT-REGULARIZACAO: 'Q' QUITADO / 'R' RENEGOCIADO               *
      * DAT-REGULARIZACAO: DATA DO PAGAMENTO (OU DA DETECCAO DA        *
      *                    RENEGOCIACAO)                               *
      * DAT-LIMITE-BAIXA : REGULARIZACAO + PRAZO LEGAL EM DIAS UTEIS   *
      * DAT-BAIXA        : DATA DO ENVIO DA EXCLUSAO AO BUREAU         *
      * SIT-PRAZO        : 'S' BAIXA NO PRAZO / 'N' FORA DO PRAZO      *
      *----------------------------------------------------------------*

       01 ARQNEG01-REGISTRO.
          03 ARQNEG01-CHAVE.
             05 ARQNEG01-COD-AGENCIA    PIC 9(03).
             05 ARQNEG01-NUM-CONTA      PIC 9(03).
             05 ARQNEG01-NUM-EMPRESTIMO PIC 9(03).
          03 ARQNEG01-CPF               PIC 9(11).
          03 ARQNEG01-SIT-NEGATIVACAO   PIC X(01).
             88 ARQNEG01-AVISADO              VALUE 'A'.
             88 ARQNEG01-INCLUIDO             VALUE 'I'.
             88 ARQNEG01-BAIXADO              VALUE 'B'.
             88 ARQNEG01-CANCELADO            VALUE 'C'.
          03 ARQNEG01-DAT-AVISO         PIC 9(08).
          03 ARQNEG01-DAT-INCLUSAO      PIC 9(08).
          03 ARQNEG01-VAL-INCLUIDO      PIC S9(13)V99 COMP-3.
          03 ARQNEG01-MOT-REGULARIZACAO PIC X(01).
             88 ARQNEG01-REG-QUITADO          VALUE 'Q'.
             88 ARQNEG01-REG-RENEGOCIADO      VALUE 'R'.
          03 ARQNEG01-DAT-REGULARIZACAO PIC 9(08).
          03 ARQNEG01-DAT-LIMITE-BAIXA  PIC 9(08).
          03 ARQNEG01-DAT-BAIXA         PIC 9(08).
          03 ARQNEG01-SIT-PRAZO         PIC X(01).
             88 ARQNEG01-BAIXA-NO-PRAZO       VALUE 'S'.
             88 ARQNEG01-BAIXA-FORA-PRAZO     VALUE 'N'.
          03 FILLER                     PIC X(09).
