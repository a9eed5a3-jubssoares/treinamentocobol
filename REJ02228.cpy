      *----------------------------------------------------------------*
      *      BOOK DO TREINAMENTO EM COBOL/MAINFRAME - EXERCICIO 2      *
      *----------------------------------------------------------------*
      * NOME DO BOOK: REJ02228                                         *
      * DESCRICAO   : TRANSACOES DO CADASTRO DE CDB REJEITADAS NA      *
      *               RODADA (IMAGEM DA TRANSACAO MCD02228 + MOTIVO)   *
      * TAMANHO     : 112 BYTES                                        *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      * MOTIVOS: 01 TIPO TRANSACAO INVALIDO                            *
      *          02 CDB JA CADASTRADO                                  *
      *          03 CDB NAO CADASTRADO                                 *
      *          04 CHAVE DO CDB INVALIDA                              *
      *          05 CONTA EM REAIS INEXISTENTE OU ENCERRADA            *
      *          06 DATA DE APLICACAO/VENCIMENTO INVALIDA              *
      *          07 TAXA OU VALOR INVALIDO                             *
      *          08 CDB JA RESGATADO                                   *
      *          09 DATA DE RESGATE INVALIDA                           *
      *----------------------------------------------------------------*

       01 ARQREJ01-REGISTRO.
           05 ARQREJ01-TRANSACAO                PIC X(80).
           05 ARQREJ01-COD-MOTIVO               PIC 9(02).
           05 ARQREJ01-DESC-MOTIVO              PIC X(30).
