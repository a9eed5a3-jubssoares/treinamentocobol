      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 3      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: ENC03319                                         *
      * DESCRICAO   : REGISTRO DOS ENCAMINHAMENTOS A ASSESSORIAS       *
      *               EXTERNAS DE COBRANCA (ARQUIVO DE CARRY: A SAIDA  *
      *               DE UMA RODADA DO EXER0319 E A ENTRADA DA         *
      *               SEGUINTE), COM O ACUMULADO DE RESULTADOS,        *
      *               RECUPERACAO E COMISSAO DE CADA EMPRESTIMO        *
      * TAMANHO     : 080 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      *                       DADOS                                    *
      *----------------------------------------------------------------*
      * CHAVE              : AGENCIA/CONTA/EMPRESTIMO                  *
      * COD-ASSESSORIA     : ASSESSORIA QUE RECEBEU O EMPRESTIMO       *
      * DAT-ENCAMINHAMENTO : DATA DO ENCAMINHAMENTO (AAAAMMDD)         *
      * VAL-ENCAMINHADO    : SALDO DEVEDOR NA DATA DO ENCAMINHAMENTO   *
      * SIT-ENCAMINHAMENTO : 'A' EM COBRANCA NA ASSESSORIA             *
      *                      'E' ENCERRADO (QUITADO OU RENEGOCIADO)    *
      * DAT-ENCERRAMENTO   : DATA DO ENCERRAMENTO (ZEROS = ABERTO)     *
      * VAL-RECUPERADO     : TOTAL RECEBIDO PELA ASSESSORIA            *
      * VAL-COMISSAO       : TOTAL DE COMISSAO APURADA                 *
      * QTD-CONTATOS       : CONTATOS INFORMADOS PELA ASSESSORIA       *
      * QTD-PROMESSAS      : PROMESSAS INFORMADAS PELA ASSESSORIA      *
      * DAT-ULT-RESULTADO  : DATA DO ULTIMO RESULTADO RECEBIDO         *
      *----------------------------------------------------------------*

       01 ARQENC01-REGISTRO.
          03 ARQENC01-CHAVE.
             05 ARQENC01-COD-AGENCIA    PIC 9(03).
             05 ARQENC01-NUM-CONTA      PIC 9(03).
             05 ARQENC01-NUM-EMPRESTIMO PIC 9(03).
          03 ARQENC01-COD-ASSESSORIA    PIC 9(03).
          03 ARQENC01-DAT-ENCAMINHAMENTO
                                        PIC 9(08).
          03 ARQENC01-VAL-ENCAMINHADO   PIC S9(13)V99 COMP-3.
          03 ARQENC01-SIT-ENCAMINHAMENTO
                                        PIC X(01).
             88 ARQENC01-EM-COBRANCA          VALUE 'A'.
             88 ARQENC01-ENCERRADO            VALUE 'E'.
          03 ARQENC01-DAT-ENCERRAMENTO  PIC 9(08).
          03 ARQENC01-VAL-RECUPERADO    PIC S9(13)V99 COMP-3.
          03 ARQENC01-VAL-COMISSAO      PIC S9(13)V99 COMP-3.
          03 ARQENC01-QTD-CONTATOS      PIC 9(05).
          03 ARQENC01-QTD-PROMESSAS     PIC 9(05).
          03 ARQENC01-DAT-ULT-RESULTADO PIC 9(08).
          03 FILLER                     PIC X(09).
