      *----------------------------------------------------------------*
      *      BOOK DE INTERFACE COM A ROTINA UTILITARIA AGEN2000        *
      *----------------------------------------------------------------*
      * NOME DO BOOK: I#AGEN01                                         *
      * DESCRICAO   : AREA DE COMUNICACAO PARA CONSULTA AO CADASTRO DE *
      *               AGENCIAS (AGE02241) PELOS RELATORIOS QUE QUEBRAM *
      *               POR AGENCIA: DEVOLVE NOME, REGIONAL, SITUACAO E  *
      *               A AGENCIA ATUAL DA CARTEIRA (SUCESSORA FINAL DE  *
      *               UMA AGENCIA ENCERRADA)                           *
      * AUTORA      : JULIANA SOARES                                   *
      * DATA        : 15/10/2026                                       *
      *----------------------------------------------------------------*
      * FUNCAO      : 'CON' CONSULTA A AGENCIA INFORMADA               *
      *               'FIM' FECHA O CADASTRO (NO FIM DO CHAMADOR)      *
      * COD-RETORNO : 00 AGENCIA ATIVA                                 *
      *               01 AGENCIA ENCERRADA                             *
      *               10 AGENCIA NAO CADASTRADA                        *
      *               99 ERRO DE ACESSO AO CADASTRO (VER FILE-STATUS); *
      *                  O CHAMADOR TRATA COMO ERRO DE ARQUIVO         *
      * COD-AGENCIA : 9(04); OS ARQUIVOS DE EMPRESTIMOS TEM O CODIGO   *
      *               EM 9(03) - MOVER PARA ESTE CAMPO                 *
      *----------------------------------------------------------------*

       01 AGEN01-REGISTRO.
          03 AGEN01-ID-BLOCO                    PIC X(08).
          03 AGEN01-FUNCAO                      PIC X(03).
             88 AGEN01-CONSULTAR                    VALUE 'CON'.
             88 AGEN01-FECHAR                       VALUE 'FIM'.
          03 AGEN01-COD-AGENCIA                 PIC 9(04).
          03 AGEN01-COD-RETORNO                 PIC 9(02).
             88 AGEN01-AGENCIA-ATIVA                VALUE 00.
             88 AGEN01-AGENCIA-ENCERRADA            VALUE 01.
             88 AGEN01-AGENCIA-INEXISTENTE          VALUE 10.
             88 AGEN01-ERRO-CADASTRO                VALUE 99.
          03 AGEN01-FILE-STATUS                 PIC X(02).
          03 AGEN01-NOM-AGENCIA                 PIC X(30).
          03 AGEN01-COD-REGIAO                  PIC X(04).
          03 AGEN01-NOM-REGIAO                  PIC X(20).
          03 AGEN01-DAT-ENCERRAMENTO            PIC 9(08).
          03 AGEN01-COD-AGE-SUCESSORA           PIC 9(04).
          03 AGEN01-COD-AGENCIA-ATUAL           PIC 9(04).
